           88  RC-DUPLICATE               VALUE 50.
           88  RC-DECLINED                VALUE 60.
           88  RC-REFER                   VALUE 61.
           88  RC-DEFERRED                VALUE 62.
           88  RC-SYSTEM-ERROR            VALUE 90.

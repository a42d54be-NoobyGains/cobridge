      *================================================================*
      * ACH COMPLIANCE SUSPENSE RECORD - COBridge Example
      * One row per ACH entry parked by the posting path instead of
      * the account - an IAT party whose sanctions screen hit, or
      * a federal benefit credit dated after the payee's death.
      * The compliance desk works the queue through the ACHSUSPD
      * screen, releasing the entry back through posting or
      * returning it; the funds never touch the customer account
      * while a row is held.
      *================================================================*
       01  ACH-SUSPENSE-RECORD.
           05  ASP-SUSPEND-REASON        PIC X(2).
               88  ASP-SANCTION-HIT          VALUE 'SH'.
               88  ASP-NO-ADDENDA            VALUE 'NA'.
               88  ASP-DECEASED-RECLAIM      VALUE 'DR'.
               88  ASP-FILTER-NOT-QUEUED     VALUE 'FX'.
           05  ASP-AML-SCORE             PIC 9(3).
           05  ASP-STATUS                PIC X(1).
               88  ASP-HELD                  VALUE 'H'.

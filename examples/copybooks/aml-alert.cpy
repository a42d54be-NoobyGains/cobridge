      * AML MONITORING ALERT RECORD - COBridge Example
      * One row per scored alert for the BSA officer's queue, with
      * the contributing transaction ids attached. Score is weighted
      * by the customer's CUST-RISK-RATING. ATOMON adds its account
      * takeover chains (type T) to the same file, and ELDRCASE the
      * elder exploitation cases a branch manager refers (type E).
      * Type M comes off the monetary instrument log and carries the
      * item serial numbers in place of transaction ids.
      *================================================================*
       01  AML-ALERT-RECORD.
           05  AML-ALERT-DATE            PIC 9(8).
               88  AML-VELOCITY              VALUE 'V'.
               88  AML-DORMANT-ACTIVE        VALUE 'D'.
               88  AML-KITING                VALUE 'K'.
               88  AML-ACCOUNT-TAKEOVER      VALUE 'T'.
               88  AML-ELDER-EXPLOITATION    VALUE 'E'.
               88  AML-MONETARY-INSTRUMENT   VALUE 'M'.
           05  AML-SCORE                 PIC 9(3).
           05  AML-DETAIL                PIC X(60).
           05  AML-TXN-COUNT             PIC 9(2).

      *================================================================*
      * DEPOSIT OVERDRAFT AGING RECORD - COBridge Example
      * One row per deposit account that has gone overdrawn past its
      * ACCT-OD-LIMIT, keyed by account number. DDCHGOFF opens the
      * row the first night the account is found overdrawn, ages it
      * nightly, sends the customer notices as it crosses each
      * interval, carries the OD / NSF fees NSFFEE charged while it
      * stayed overdrawn, and records every overdraft protection
      * sweep tried against it. An account brought back within its
      * limit is cured. At the policy age the overdraft is charged
      * off through GLPOST - the fees against fee income, the rest
      * as a loss - the account closed through ACCTCLOS, and the
      * owner reported to ChexSystems (CHEXRPT); deposits that land
      * on the closed account afterwards are taken as recoveries.
      *================================================================*
       01  OD-AGING-RECORD.
           05  ODA-ACCT-NUMBER           PIC X(12).
           05  ODA-OWNER-ID              PIC 9(10).
           05  ODA-FIRST-OVERDRAWN-DATE  PIC 9(8).
           05  ODA-DAYS-OVERDRAWN        PIC 9(4).
      * the last night the account was found overdrawn; a row still
      * aging that was not found tonight has been brought back
           05  ODA-LAST-AGED-DATE        PIC 9(8).
           05  ODA-OVERDRAWN-BAL         PIC S9(13)V99 COMP-3.
           05  ODA-OD-LIMIT              PIC S9(9)V99 COMP-3.
      * OD / NSF fees charged while overdrawn, off NSFFEE's postings
           05  ODA-FEES-CHARGED          PIC S9(9)V99 COMP-3.
           05  ODA-FEE-COUNT             PIC 9(3).
      * overdraft protection transfers (ODSWEEP) tried and taken
           05  ODA-SWEEP-ATTEMPTS        PIC 9(3).
           05  ODA-SWEPT-TO-DATE         PIC S9(11)V99 COMP-3.
           05  ODA-LAST-SWEEP-DATE       PIC 9(8).
      * the last notice sent: 1 first, 2 second, 3 final warning
           05  ODA-NOTICE-LEVEL          PIC 9(1).
               88  ODA-NO-NOTICE-YET         VALUE 0.
               88  ODA-FINAL-NOTICE-SENT     VALUE 3.
           05  ODA-LAST-NOTICE-DATE      PIC 9(8).
           05  ODA-STATUS                PIC X(1).
               88  ODA-AGING                 VALUE 'A'.
               88  ODA-CURED                 VALUE 'C'.
      * charged off; ACCTCLOS refused the close (a blocker stands)
      * and it is retried each night until the account closes
               88  ODA-CLOSE-PENDING         VALUE 'W'.
               88  ODA-CHARGED-OFF           VALUE 'X'.
               88  ODA-WRITTEN-OFF           VALUE 'W' 'X'.
      * recovered in full - the ChexSystems record is reported paid
               88  ODA-PAID                  VALUE 'P'.
           05  ODA-CURED-DATE            PIC 9(8).
           05  ODA-CHARGE-OFF-DATE       PIC 9(8).
           05  ODA-CHARGED-OFF-AMT       PIC S9(13)V99 COMP-3.
           05  ODA-FEES-WRITTEN-OFF      PIC S9(9)V99 COMP-3.
           05  ODA-RECOVERED-TO-DATE     PIC S9(13)V99 COMP-3.
           05  ODA-LAST-RECOVERY-DATE    PIC 9(8).
           05  ODA-CLOSE-DATE            PIC 9(8).

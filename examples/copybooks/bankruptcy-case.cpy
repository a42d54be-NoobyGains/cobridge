      *================================================================*
      * BANKRUPTCY CASE RECORD - COBridge Example
      * One row per customer who has filed, keyed by CUST-ID and
      * maintained by BKRMAINT from the court notice. The debtor's
      * SSN is carried as an alternate key so the mortgage book,
      * which knows its borrowers only by SSN, can find the case.
      * While the stay is in effect (and after a discharge) BKRCHK
      * tells COLLQBLD to keep the loan off the collectors' queue,
      * CLNSERV to bill in the bankruptcy format, METRO2 which
      * consumer information indicator to report, and CHGOFF to
      * flag the discharged balance. A new filing replaces the
      * customer's earlier case.
      *================================================================*
       01  BANKRUPTCY-CASE-RECORD.
           05  BKR-CUST-ID               PIC 9(10).
           05  BKR-DEBTOR-SSN            PIC 9(9).
           05  BKR-CHAPTER               PIC X(2).
               88  BKR-CHAPTER-7             VALUE '07'.
               88  BKR-CHAPTER-11            VALUE '11'.
               88  BKR-CHAPTER-12            VALUE '12'.
               88  BKR-CHAPTER-13            VALUE '13'.
               88  BKR-VALID-CHAPTER         VALUE '07' '11'
                                                   '12' '13'.
           05  BKR-CASE-NUMBER           PIC X(15).
           05  BKR-FILING-DATE           PIC 9(8).
           05  BKR-STATUS                PIC X(1).
               88  BKR-STAY-IN-EFFECT        VALUE 'F'.
               88  BKR-DISCHARGED            VALUE 'D'.
               88  BKR-DISMISSED             VALUE 'X'.
               88  BKR-RELIEF-FROM-STAY      VALUE 'R'.
           05  BKR-STATUS-DATE           PIC 9(8).
           05  BKR-OPENED-BY             PIC 9(8).
           05  BKR-CHANGED-BY            PIC 9(8).
           05  BKR-NOTE                  PIC X(40).

      *================================================================*
      * SCRA ACTIVE-DUTY STATUS RECORD - COBridge Example
      * One row per servicemember borrower, keyed by SSN (the one
      * identifier both loan books and the DMDC share), with the
      * customer id as an alternate key for the consumer book and
      * the branch. Rows come from two places: SCRALOAD applies the
      * DMDC active-duty verification response, and SCRAMNT takes
      * the military orders a customer hands in at the branch.
      * While the borrower is in service (status A, the check date
      * between the service start and end dates) SCRACHK reports
      * the borrower covered: MTGPAY, CLNSERV and ARMADJ cap the
      * interest on loans taken out before service at six percent,
      * forgiving the excess, and COLLQBLD and CHGOFF take no
      * default action. SCRAVRFY sends every active row back to the
      * DMDC each month and closes the rows whose service has ended.
      *================================================================*
       01  SCRA-STATUS-RECORD.
           05  SCR-SSN                   PIC 9(9).
      * zero for a borrower known only to the mortgage book
           05  SCR-CUST-ID               PIC 9(10).
           05  SCR-LAST-NAME             PIC X(26).
           05  SCR-FIRST-NAME            PIC X(20).
           05  SCR-DATE-OF-BIRTH         PIC 9(8).
           05  SCR-STATUS                PIC X(1).
               88  SCR-ACTIVE-DUTY           VALUE 'A'.
               88  SCR-SERVICE-ENDED         VALUE 'E'.
           05  SCR-SOURCE                PIC X(1).
               88  SCR-FROM-DMDC             VALUE 'D'.
               88  SCR-FROM-ORDERS           VALUE 'O'.
           05  SCR-SERVICE-START         PIC 9(8).
      * zero while the orders or the DMDC give no release date
           05  SCR-SERVICE-END           PIC 9(8).
      * the orders number, or the DMDC report id that confirmed it
           05  SCR-REFERENCE             PIC X(20).
           05  SCR-LAST-VERIFIED         PIC 9(8).
           05  SCR-VERIFY-SENT           PIC 9(8).
           05  SCR-OPENED-BY             PIC 9(8).
           05  SCR-CHANGED-BY            PIC 9(8).
           05  SCR-CHANGED-DATE          PIC 9(8).
           05  SCR-NOTE                  PIC X(40).

      * Screen WT-BENEFICIARY-NAME and WT-ORD-NAME against the OFAC
      * watch list, set WT-SANCTION-FLAG/WT-AML-SCORE/WT-OFAC-CHECKED,
      * and stamp the screening date/time. A wire must not release
      * unless WT-OFAC-CHECKED = 'Y'. A wire ordered from one of our
      * accounts whose owner is under a fraud hold (ATOMON places
      * it, FRDHOLD clears it) comes back RC-ACCOUNT-HOLD - the
      * screen itself still runs and is stamped, but the wire must
      * not release while the hold stands.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WATCH-LIST ASSIGN TO "OFACLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
       COPY "watchlist.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WL-STATUS          PIC X(2).
           88  WS-WL-EOF             VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-CURRENT-DATE       PIC 9(8).
       01  WS-CURRENT-TIME       PIC 9(6).
       01  WS-NAME-MATCHED       PIC X(1) VALUE "N".
           MOVE WS-CURRENT-DATE TO WT-SCREENING-DATE
           MOVE WS-CURRENT-TIME TO WT-SCREENING-TIME

           IF RC-SUCCESS
               PERFORM CHECK-FRAUD-HOLD
           END-IF

           GOBACK.

      * only a wire ordered from an account on our books can carry
      * a hold; a hold with an expiry date lapses after that date
       CHECK-FRAUD-HOLD.
           IF WT-ORD-ACCT-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WT-ORD-ACCT-NO(1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO ACCT-OWNER-ID
           END-READ
           CLOSE ACCOUNT-MASTER
           IF ACCT-OWNER-ID = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO CUST-FRAUD-HOLD-FLAG
           END-READ
           CLOSE CUSTOMER-MASTER
           IF CUST-ON-FRAUD-HOLD
                   AND (CUST-FRAUD-HOLD-EXPIRE = 0
                        OR CUST-FRAUD-HOLD-EXPIRE >= WS-CURRENT-DATE)
               SET RC-ACCOUNT-HOLD TO TRUE
           END-IF.

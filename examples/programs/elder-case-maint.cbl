       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELDRCASE.

      ****************************************************************
      * ELDER EXPLOITATION CASE MAINTENANCE: the branch manager's
      * side of the case queue ELDRMON fills. The operator must
      * clear OPAUTH's HOLD function. Actions:
      *   H - temporary hold for LS-HOLD-DAYS (default 15, at most
      *       30): every open account the customer owns goes on
      *       hold (reason EX) with that expiry date, and the
      *       customer fraud hold stops wires (WIRESCRN) and
      *       external transfers (EXTXFER) for the same span;
      *       HOLDEXPR lifts the account holds when they expire
      *   L - lift the hold early, once the trusted-contact call
      *       has settled it
      *   R - refer to the BSA officer: the case's flags and
      *       transaction ids go onto the AML alert queue (type E)
      *       where SARCASE opens a case from them
      *   C - close with no concern (not while a hold stands)
      * Holds already on an account for another reason are left
      * alone. Account rewrites journal through JRNLWRT, customer
      * rewrites through CUSTJRNL, and every early release is
      * attributed to the manager through STAFFLOG.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "ELDRCASQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CASE-STATUS.
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
           SELECT ALERT-OUT ASSIGN TO "AMLALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY "elder-case.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ALERT-OUT.
       COPY "aml-alert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS        PIC X(2).
           88  WS-CASE-OK            VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ALERT-STATUS       PIC X(2).
           88  WS-ALERT-NOT-FOUND    VALUE "35".

       01  WS-DEFAULT-HOLD-DAYS   PIC 9(3) VALUE 15.
       01  WS-MAX-HOLD-DAYS       PIC 9(3) VALUE 30.
       01  WS-HOLD-DAYS           PIC 9(3).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EXPIRE-DATE         PIC 9(8).
       01  WS-ACCT-IDX            PIC 9(3) COMP.
       01  WS-TX-IDX              PIC 9(2) COMP.
       01  WS-FLAG-COUNT          PIC 9(1).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "HOLD".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * the customer's accounts off the CIF (CIFLKUP)
       01  WS-CIF-COUNT           PIC 9(3).
       01  WS-CIF-LIST            OCCURS 20 TIMES PIC X(12).
       01  WS-CIF-RETURN-CODE     PIC 9(2).

      * before/after images for the account journal (JRNLWRT)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "ELDRCASE".
       01  WS-ACCT-BEFORE         PIC X(400).
       01  WS-ACCT-AFTER          PIC X(400).
      * and for the customer journal (CUSTJRNL)
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-CUST-BEFORE         PIC X(500).
       01  WS-CUST-AFTER          PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * an early release, attributed to the manager (STAFFLOG)
       01  WS-STAFF-ACTIVITY      PIC X(1) VALUE "H".
       01  WS-STAFF-NO-ACCOUNT    PIC X(12) VALUE SPACES.
       01  WS-STAFF-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-STAFF-DETAIL        PIC X(40).
       01  WS-STAFF-RETURN-CODE   PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-PLACE-HOLD          VALUE "H".
           88  LS-LIFT-HOLD           VALUE "L".
           88  LS-REFER-BSA           VALUE "R".
           88  LS-CLOSE-CASE          VALUE "C".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-OPEN-DATE           PIC 9(8).
       01  LS-HOLD-DAYS           PIC 9(3).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-OPEN-DATE
                                LS-HOLD-DAYS
                                LS-NOTE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           OPEN I-O CASE-FILE
           IF NOT WS-CASE-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE LS-CUST-ID TO EC-CUST-ID
           MOVE LS-OPEN-DATE TO EC-OPEN-DATE
           READ CASE-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF NOT RC-SUCCESS
               CLOSE CASE-FILE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-PLACE-HOLD
                   PERFORM PLACE-TEMPORARY-HOLD
               WHEN LS-LIFT-HOLD
                   PERFORM LIFT-TEMPORARY-HOLD
               WHEN LS-REFER-BSA
                   PERFORM REFER-TO-BSA
               WHEN LS-CLOSE-CASE
                   PERFORM CLOSE-THE-CASE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO EC-MANAGER-ID
               MOVE WS-RUN-DATE TO EC-ACTION-DATE
               IF LS-NOTE NOT = SPACES
                   MOVE LS-NOTE TO EC-NOTE
               END-IF
               REWRITE ELDER-CASE-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           CLOSE CASE-FILE

           GOBACK.

       PLACE-TEMPORARY-HOLD.
           IF NOT (EC-OPEN OR EC-HOLD-LIFTED)
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-HOLD-DAYS TO WS-HOLD-DAYS
           IF WS-HOLD-DAYS = 0
               MOVE WS-DEFAULT-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF
           IF WS-HOLD-DAYS > WS-MAX-HOLD-DAYS
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 + WS-HOLD-DAYS)

           CALL "CIFLKUP" USING EC-CUST-ID
                                WS-CIF-COUNT
                                WS-CIF-LIST
                                WS-CIF-RETURN-CODE
           OPEN I-O ACCOUNT-MASTER
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-CIF-COUNT
               PERFORM HOLD-ONE-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-MASTER

           OPEN I-O CUSTOMER-MASTER
           MOVE EC-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CLOSE CUSTOMER-MASTER
                   SET RC-NOT-FOUND TO TRUE
                   EXIT PARAGRAPH
           END-READ
      * a takeover hold already standing is stronger - it does not
      * expire - and is left as it is
           IF NOT CUST-ON-FRAUD-HOLD OR FRAUD-HOLD-ELDER
               MOVE CUSTOMER-RECORD TO WS-CUST-BEFORE
               SET CUST-ON-FRAUD-HOLD TO TRUE
               SET FRAUD-HOLD-ELDER TO TRUE
               MOVE 0 TO CUST-FRAUD-HOLD-SCORE
               MOVE WS-RUN-DATE TO CUST-FRAUD-HOLD-DATE
               MOVE WS-EXPIRE-DATE TO CUST-FRAUD-HOLD-EXPIRE
               PERFORM REWRITE-CUSTOMER
           END-IF
           CLOSE CUSTOMER-MASTER

           SET EC-HOLD-PLACED TO TRUE
           MOVE WS-EXPIRE-DATE TO EC-HOLD-EXPIRE.

       HOLD-ONE-ACCOUNT.
           MOVE WS-CIF-LIST(WS-ACCT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-OWNER-ID NOT = EC-CUST-ID OR NOT ACCT-OPEN
               EXIT PARAGRAPH
           END-IF
           IF ACCT-ON-HOLD AND NOT HOLD-REASON-ELDER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE
           SET ACCT-ON-HOLD TO TRUE
           SET HOLD-REASON-ELDER TO TRUE
           MOVE LS-OPERATOR-ID TO ACCT-HOLD-PLACED-BY
           MOVE WS-RUN-DATE TO ACCT-HOLD-PLACED-DATE
           MOVE WS-EXPIRE-DATE TO ACCT-HOLD-EXPIRE-DATE
           PERFORM REWRITE-ACCOUNT.

       LIFT-TEMPORARY-HOLD.
           IF NOT EC-HOLD-PLACED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           CALL "CIFLKUP" USING EC-CUST-ID
                                WS-CIF-COUNT
                                WS-CIF-LIST
                                WS-CIF-RETURN-CODE
           OPEN I-O ACCOUNT-MASTER
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-CIF-COUNT
               PERFORM LIFT-ONE-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-MASTER

           OPEN I-O CUSTOMER-MASTER
           MOVE EC-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO CUST-FRAUD-HOLD-FLAG
           END-READ
           IF CUST-ON-FRAUD-HOLD AND FRAUD-HOLD-ELDER
               MOVE CUSTOMER-RECORD TO WS-CUST-BEFORE
               MOVE "N" TO CUST-FRAUD-HOLD-FLAG
               MOVE 0 TO CUST-FRAUD-HOLD-EXPIRE
               MOVE LS-OPERATOR-ID TO CUST-FRAUD-CLEARED-BY
               MOVE WS-RUN-DATE TO CUST-FRAUD-CLEARED-DATE
               PERFORM REWRITE-CUSTOMER
               IF RC-SUCCESS
                   MOVE "ELDER CASE - CUSTOMER FRAUD HOLD"
                       TO WS-STAFF-DETAIL
                   CALL "STAFFLOG" USING WS-JRNL-PROGRAM
                                         LS-OPERATOR-ID
                                         WS-STAFF-ACTIVITY
                                         WS-STAFF-NO-ACCOUNT
                                         CUST-ID
                                         WS-STAFF-AMOUNT
                                         WS-STAFF-DETAIL
                                         WS-STAFF-RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER

           SET EC-HOLD-LIFTED TO TRUE.

       LIFT-ONE-ACCOUNT.
           MOVE WS-CIF-LIST(WS-ACCT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT (ACCT-ON-HOLD AND HOLD-REASON-ELDER)
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE
           MOVE "N" TO ACCT-HOLD-FLAG
           MOVE SPACES TO ACCT-HOLD-REASON-CODE
           MOVE 0 TO ACCT-HOLD-PLACED-BY
           MOVE 0 TO ACCT-HOLD-PLACED-DATE
           MOVE 0 TO ACCT-HOLD-EXPIRE-DATE
           PERFORM REWRITE-ACCOUNT
           IF RC-SUCCESS
               MOVE "ELDER CASE - ACCOUNT HOLD EX" TO WS-STAFF-DETAIL
               CALL "STAFFLOG" USING WS-JRNL-PROGRAM
                                     LS-OPERATOR-ID
                                     WS-STAFF-ACTIVITY
                                     ACCT-NUMBER
                                     ACCT-OWNER-ID
                                     WS-STAFF-AMOUNT
                                     WS-STAFF-DETAIL
                                     WS-STAFF-RETURN-CODE
           END-IF.

       REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE ACCOUNT-RECORD TO WS-ACCT-AFTER
           CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                               ACCT-NUMBER
                               WS-ACCT-BEFORE
                               WS-ACCT-AFTER
                               WS-JRNL-RETURN-CODE.

       REWRITE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE CUSTOMER-RECORD TO WS-CUST-AFTER
           CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                 CUST-ID
                                 LS-OPERATOR-ID
                                 WS-JRNL-APPROVER
                                 WS-CUST-BEFORE
                                 WS-CUST-AFTER
                                 WS-JRNL-RETURN-CODE.

      * the referral rides the BSA officer's alert queue, scored by
      * how many of the four departures tripped
       REFER-TO-BSA.
           IF EC-CLOSED OR EC-REFERRED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE AML-ALERT-RECORD
           MOVE WS-RUN-DATE TO AML-ALERT-DATE
           MOVE EC-CUST-ID TO AML-CUST-ID
           MOVE EC-SIGNER-ACCT TO AML-ACCT-NUMBER
           SET AML-ELDER-EXPLOITATION TO TRUE
           MOVE 0 TO WS-FLAG-COUNT
           IF EC-FLAG-CASH = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           IF EC-FLAG-OUTFLOW = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           IF EC-FLAG-PAYEE = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           IF EC-FLAG-SIGNER = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           COMPUTE AML-SCORE = WS-FLAG-COUNT * 25
           STRING "ELDER CASE " EC-OPEN-DATE
                  " CASH=" EC-FLAG-CASH
                  " OUT=" EC-FLAG-OUTFLOW
                  " PAYEE=" EC-FLAG-PAYEE
                  " SIGNER=" EC-FLAG-SIGNER
               DELIMITED BY SIZE INTO AML-DETAIL
           MOVE EC-TXN-COUNT TO AML-TXN-COUNT
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > EC-TXN-COUNT
               MOVE EC-TXN-ID(WS-TX-IDX) TO AML-TXN-ID(WS-TX-IDX)
           END-PERFORM

           OPEN EXTEND ALERT-OUT
           IF WS-ALERT-NOT-FOUND
               OPEN OUTPUT ALERT-OUT
           END-IF
           WRITE AML-ALERT-RECORD
           CLOSE ALERT-OUT

           SET EC-REFERRED TO TRUE
           MOVE WS-RUN-DATE TO EC-REFER-DATE.

       CLOSE-THE-CASE.
           IF EC-HOLD-PLACED OR EC-CLOSED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET EC-CLOSED TO TRUE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCAMAINT.

      ****************************************************************
      * MAINTAIN CREDIT CARD ACCOUNTS, CRDLMNT-style, for the card
      * services desk. Actions:
      *   'O' - open a revolving account for a customer: credit and
      *         cash-advance limits, purchase and cash APRs, and the
      *         cycle day (1-28); the first cycle closes on the next
      *         occurrence of that day. A PAN given is linked to the
      *         account at the same time
      *   'K' - link a further card (the PAN must belong to the
      *         account's customer)
      *   'L' - change the credit and cash-advance limits
      *   'R' - change the purchase and cash APRs
      *   'X' - close the account to new charges; any balance left
      *         is still billed and collected
      * Every attempt goes through OPAUTH with the CARD function;
      * an opening or limit change carries the credit limit as the
      * amount, so it must sit within the operator's dollar limit.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO "CARDACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-CARD-ACCT
               FILE STATUS IS WS-CA-STATUS.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-PAN
               FILE STATUS IS WS-CM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-ACCOUNT-FILE.
       COPY "card-account.cpy".

       FD  CARD-MASTER-FILE.
       COPY "card-master.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CA-STATUS          PIC X(2).
           88  WS-CA-OK              VALUE "00".
           88  WS-CA-NOT-FOUND       VALUE "23", "35".
       01  WS-CM-STATUS          PIC X(2).
           88  WS-CM-OK              VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".
       01  WS-SSN-DIGITS          PIC X(9).

      * the first cycle date: the cycle day this month if it is
      * still ahead, otherwise next month
       01  WS-CYC-YEAR            PIC 9(4).
       01  WS-CYC-MONTH           PIC 9(2).

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "CARD".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-OPEN-ACCOUNT        VALUE "O".
           88  LS-LINK-CARD           VALUE "K".
           88  LS-CHANGE-LIMITS       VALUE "L".
           88  LS-CHANGE-RATES        VALUE "R".
           88  LS-CLOSE-ACCOUNT       VALUE "X".
       01  LS-CARD-ACCT           PIC X(12).
       01  LS-CUST-ID             PIC 9(10).
       01  LS-PAN                 PIC X(19).
       01  LS-CREDIT-LIMIT        PIC S9(9)V99 COMP-3.
       01  LS-CASH-LIMIT          PIC S9(9)V99 COMP-3.
       01  LS-PURCHASE-APR        PIC 9V9(4) COMP-3.
       01  LS-CASH-APR            PIC 9V9(4) COMP-3.
       01  LS-CYCLE-DAY           PIC 9(2).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CARD-ACCT
                                LS-CUST-ID
                                LS-PAN
                                LS-CREDIT-LIMIT
                                LS-CASH-LIMIT
                                LS-PURCHASE-APR
                                LS-CASH-APR
                                LS-CYCLE-DAY
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF LS-OPEN-ACCOUNT OR LS-CHANGE-LIMITS
               MOVE LS-CREDIT-LIMIT TO WS-AUTH-AMOUNT
           END-IF
           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           IF LS-CARD-ACCT = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O CARD-ACCOUNT-FILE
           IF WS-CA-NOT-FOUND
               OPEN OUTPUT CARD-ACCOUNT-FILE
               CLOSE CARD-ACCOUNT-FILE
               OPEN I-O CARD-ACCOUNT-FILE
           END-IF

           PERFORM FETCH-ACCOUNT-ROW
           EVALUATE TRUE
               WHEN LS-OPEN-ACCOUNT
                   PERFORM OPEN-CARD-ACCOUNT
               WHEN NOT WS-HAVE-ROW
                   SET RC-NOT-FOUND TO TRUE
               WHEN CA-CLOSED
                   SET RC-INVALID-INPUT TO TRUE
               WHEN LS-LINK-CARD
                   PERFORM LINK-CARD-TO-ACCOUNT
               WHEN LS-CHANGE-LIMITS
                   PERFORM CHANGE-ACCOUNT-LIMITS
               WHEN LS-CHANGE-RATES
                   PERFORM CHANGE-ACCOUNT-RATES
               WHEN LS-CLOSE-ACCOUNT
                   SET CA-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO CA-CLOSE-DATE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE
           IF RC-SUCCESS
               PERFORM STORE-THE-ROW
           END-IF

           CLOSE CARD-ACCOUNT-FILE

           GOBACK.

       FETCH-ACCOUNT-ROW.
           MOVE "Y" TO WS-ROW-EXISTS
           MOVE LS-CARD-ACCT TO CA-CARD-ACCT
           READ CARD-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-EXISTS
           END-READ.

       OPEN-CARD-ACCOUNT.
           IF WS-HAVE-ROW
               SET RC-DUPLICATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-CYCLE-DAY < 1 OR LS-CYCLE-DAY > 28
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-LIMITS
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-RATES
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CARD-ACCOUNT-RECORD
           MOVE LS-CARD-ACCT TO CA-CARD-ACCT
           MOVE LS-CUST-ID TO CA-CUST-ID
           PERFORM FETCH-CARDHOLDER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO CA-OPEN-DATE
           SET CA-OPEN TO TRUE
           MOVE LS-CREDIT-LIMIT TO CA-CREDIT-LIMIT
           MOVE LS-CASH-LIMIT TO CA-CASH-LIMIT
           MOVE LS-PURCHASE-APR TO CA-PURCHASE-APR
           MOVE LS-CASH-APR TO CA-CASH-APR
           MOVE LS-CYCLE-DAY TO CA-CYCLE-DAY
      * the first cycle takes in everything from the opening day
           COMPUTE CA-LAST-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           PERFORM SET-FIRST-CYCLE-DATE

           IF LS-PAN NOT = SPACES
               PERFORM LINK-CARD-TO-ACCOUNT
           END-IF.

      * the cardholder's name and SSN come from the customer
      * master; CUST-SSN is held dashed (999-99-9999)
       FETCH-CARDHOLDER.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           STRING CUST-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY "  "
               INTO CA-CARDHOLDER-NAME
           MOVE SPACES TO WS-SSN-DIGITS
           STRING CUST-SSN(1:3) CUST-SSN(5:2) CUST-SSN(8:4)
               DELIMITED BY SIZE INTO WS-SSN-DIGITS
           IF WS-SSN-DIGITS NUMERIC
               MOVE WS-SSN-DIGITS TO CA-SSN
           ELSE
               MOVE 0 TO CA-SSN
           END-IF.

       SET-FIRST-CYCLE-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-CYC-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-CYC-MONTH
           IF WS-RUN-DATE(7:2) >= CA-CYCLE-DAY
               ADD 1 TO WS-CYC-MONTH
               IF WS-CYC-MONTH > 12
                   MOVE 1 TO WS-CYC-MONTH
                   ADD 1 TO WS-CYC-YEAR
               END-IF
           END-IF
           COMPUTE CA-NEXT-CYCLE-DATE =
                   WS-CYC-YEAR * 10000 + WS-CYC-MONTH * 100
                 + CA-CYCLE-DAY.

      * the card must be one of ours, active, held by the account's
      * customer, and not already drawing on another account
       LINK-CARD-TO-ACCOUNT.
           OPEN I-O CARD-MASTER-FILE
           IF NOT WS-CM-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PAN TO CM-PAN
           READ CARD-MASTER-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS
               IF CM-CUST-ID NOT = CA-CUST-ID OR NOT CM-ACTIVE
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF
           IF RC-SUCCESS
               IF CM-CREDIT-ACCT NOT = SPACES
                       AND CM-CREDIT-ACCT NOT = CA-CARD-ACCT
                   SET RC-DUPLICATE TO TRUE
               END-IF
           END-IF
           IF RC-SUCCESS
               MOVE CA-CARD-ACCT TO CM-CREDIT-ACCT
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           CLOSE CARD-MASTER-FILE.

       CHANGE-ACCOUNT-LIMITS.
           PERFORM VALIDATE-LIMITS
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CREDIT-LIMIT TO CA-CREDIT-LIMIT
           MOVE LS-CASH-LIMIT TO CA-CASH-LIMIT.

       CHANGE-ACCOUNT-RATES.
           PERFORM VALIDATE-RATES
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PURCHASE-APR TO CA-PURCHASE-APR
           MOVE LS-CASH-APR TO CA-CASH-APR.

      * the cash-advance line is a part of the credit line, never
      * more than it
       VALIDATE-LIMITS.
           IF LS-CREDIT-LIMIT NOT > 0
                   OR LS-CASH-LIMIT < 0
                   OR LS-CASH-LIMIT > LS-CREDIT-LIMIT
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

       VALIDATE-RATES.
           IF LS-PURCHASE-APR = 0 AND LS-CASH-APR = 0
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

       STORE-THE-ROW.
           MOVE LS-OPERATOR-ID TO CA-CHANGED-BY
           MOVE WS-RUN-DATE TO CA-CHANGED-DATE
           IF WS-HAVE-ROW
               REWRITE CARD-ACCOUNT-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE CARD-ACCOUNT-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-WRITE
           END-IF.

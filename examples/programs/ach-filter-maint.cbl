       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFLMNT.

      ****************************************************************
      * MAINTAIN THE ACH DEBIT BLOCK / FILTER FILE, WIRELMNT-style,
      * for a business account. With a blank company id the call
      * enrolls the account or changes its control row: mode 'B'
      * blocks every ACH debit, 'F' lets through only the companies
      * listed. With a company id it adds or changes that company's
      * row on an enrolled account - the SEC code it may use (blank
      * for any) and its per-entry maximum (zero for none). Status
      * 'A' makes the row active, 'I' stops it without losing it;
      * an inactive control row takes the account off the service.
      * Only an open business account may enroll. Every attempt
      * goes through OPAUTH with the ACHM function, and the row
      * stamps who set it and when. A held debit's held count is
      * kept across a change so ACCTANAL still prices it.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILTER-FILE ASSIGN TO "ACHFILTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AFL-KEY
               FILE STATUS IS WS-AFL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILTER-FILE.
       COPY "ach-filter.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AFL-STATUS         PIC X(2).
           88  WS-AFL-OK             VALUE "00".
           88  WS-AFL-NOT-FOUND      VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "ACHM".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACCOUNT-NUMBER      PIC X(12).
       01  LS-COMPANY-ID          PIC X(10).
       01  LS-MODE                PIC X(1).
           88  LS-BLOCK-ALL           VALUE "B".
           88  LS-FILTER-LISTED       VALUE "F".
       01  LS-COMPANY-NAME        PIC X(16).
       01  LS-SEC-CODE            PIC X(3).
       01  LS-MAX-AMOUNT          PIC S9(11)V99 COMP-3.
       01  LS-STATUS              PIC X(1).
           88  LS-ACTIVE              VALUE "A".
           88  LS-INACTIVE            VALUE "I".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACCOUNT-NUMBER
                                LS-COMPANY-ID
                                LS-MODE
                                LS-COMPANY-NAME
                                LS-SEC-CODE
                                LS-MAX-AMOUNT
                                LS-STATUS
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

           PERFORM VALIDATE-REQUEST
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           OPEN I-O ACH-FILTER-FILE
           IF WS-AFL-NOT-FOUND
               OPEN OUTPUT ACH-FILTER-FILE
               CLOSE ACH-FILTER-FILE
               OPEN I-O ACH-FILTER-FILE
           END-IF

      * a company can be listed only on an enrolled account
           IF LS-COMPANY-ID NOT = SPACES
               MOVE LS-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
               MOVE SPACES TO AFL-COMPANY-ID
               READ ACH-FILTER-FILE
                   INVALID KEY
                       SET RC-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF RC-SUCCESS
               PERFORM FETCH-OR-SEED-ROW
               PERFORM SET-THE-ROW
               PERFORM STORE-THE-ROW
           END-IF

           CLOSE ACH-FILTER-FILE

           GOBACK.

       VALIDATE-REQUEST.
           IF NOT LS-ACTIVE AND NOT LS-INACTIVE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-COMPANY-ID = SPACES
                   AND NOT LS-BLOCK-ALL AND NOT LS-FILTER-LISTED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-MAX-AMOUNT < 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF RC-SUCCESS
                   AND (NOT ACCT-IS-BUSINESS OR NOT ACCT-OPEN)
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

       FETCH-OR-SEED-ROW.
           MOVE "Y" TO WS-ROW-EXISTS
           MOVE LS-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
           MOVE LS-COMPANY-ID TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-EXISTS
                   INITIALIZE ACH-FILTER-RECORD
                   MOVE LS-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
                   MOVE LS-COMPANY-ID TO AFL-COMPANY-ID
           END-READ.

      * a company row is always a listing; the control row carries
      * the mode and nothing about any one company
       SET-THE-ROW.
           MOVE LS-STATUS TO AFL-STATUS
           IF LS-COMPANY-ID = SPACES
               MOVE LS-MODE TO AFL-MODE
               MOVE SPACES TO AFL-COMPANY-NAME
               MOVE SPACES TO AFL-SEC-CODE
               MOVE 0 TO AFL-MAX-AMOUNT
           ELSE
               SET AFL-FILTER-LISTED TO TRUE
               MOVE LS-COMPANY-NAME TO AFL-COMPANY-NAME
               MOVE LS-SEC-CODE TO AFL-SEC-CODE
               MOVE LS-MAX-AMOUNT TO AFL-MAX-AMOUNT
               MOVE 0 TO AFL-CYCLE-EXCEPTIONS
           END-IF
           MOVE LS-OPERATOR-ID TO AFL-ADDED-BY
           MOVE WS-RUN-DATE TO AFL-ADDED-DATE.

       STORE-THE-ROW.
           IF WS-HAVE-ROW
               REWRITE ACH-FILTER-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE ACH-FILTER-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-WRITE
           END-IF.

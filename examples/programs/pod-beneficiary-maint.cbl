       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODMAINT.

      ****************************************************************
      * MAINTAIN PAYABLE-ON-DEATH BENEFICIARY DESIGNATIONS,
      * SIGMAINT-style. Action 'A' adds a beneficiary in the first
      * open OCCURS slot, or updates the name and share of the one
      * already there (matched on CUST-ID when the beneficiary is a
      * customer, on name otherwise); action 'R' removes one. The
      * account must be an open deposit account - an IRA names its
      * beneficiaries under the plan, not here - and the designated
      * shares may never total more than 100 percent. Every attempt
      * goes through OPAUTH with the SIGN function, the entitlement
      * that already governs who may act on the account.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POD-FILE ASSIGN TO "PODBENE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POD-ACCT-NUMBER
               FILE STATUS IS WS-POD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  POD-FILE.
       COPY "pod-beneficiary.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-POD-STATUS         PIC X(2).
           88  WS-POD-OK             VALUE "00".
           88  WS-POD-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-POD-ON-FILE         PIC X(1).
           88  WS-POD-EXISTS          VALUE "Y".
       01  WS-BENE-IDX            PIC 9(1) VALUE 0.
       01  WS-FIRST-OPEN-IDX      PIC 9(1) VALUE 0.
       01  WS-FOUND-IDX           PIC 9(1) VALUE 0.
       01  WS-NEW-TOTAL           PIC 9(4)V99.

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "SIGN".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACCOUNT-NUM         PIC X(12).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-REMOVE              VALUE "R".
       01  LS-BENE-CUST-ID        PIC 9(10).
       01  LS-BENE-NAME           PIC X(30).
       01  LS-BENE-SHARE          PIC 9(3)V99.
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACCOUNT-NUM
                                LS-ACTION
                                LS-BENE-CUST-ID
                                LS-BENE-NAME
                                LS-BENE-SHARE
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
           IF LS-BENE-CUST-ID = 0 AND LS-BENE-NAME = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS AND NOT ACCT-OPEN
               SET RC-ACCOUNT-CLOSED TO TRUE
           END-IF
           IF RC-SUCCESS AND ACCT-IRA
               SET RC-INVALID-INPUT TO TRUE
           END-IF
           CLOSE ACCOUNT-MASTER
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           OPEN I-O POD-FILE
           IF WS-POD-NOT-FOUND
               OPEN OUTPUT POD-FILE
               CLOSE POD-FILE
               OPEN I-O POD-FILE
           END-IF

           MOVE "Y" TO WS-POD-ON-FILE
           MOVE LS-ACCOUNT-NUM TO POD-ACCT-NUMBER
           READ POD-FILE
               INVALID KEY
                   MOVE "N" TO WS-POD-ON-FILE
                   INITIALIZE POD-BENEFICIARY-RECORD
                   MOVE LS-ACCOUNT-NUM TO POD-ACCT-NUMBER
           END-READ

           MOVE 0 TO WS-FIRST-OPEN-IDX
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > 5
               IF POD-BENE-NAME(WS-BENE-IDX) = SPACES
                   IF WS-FIRST-OPEN-IDX = 0
                       MOVE WS-BENE-IDX TO WS-FIRST-OPEN-IDX
                   END-IF
               ELSE
                   IF (LS-BENE-CUST-ID NOT = 0
                       AND POD-BENE-CUST-ID(WS-BENE-IDX)
                           = LS-BENE-CUST-ID)
                    OR (LS-BENE-CUST-ID = 0
                       AND POD-BENE-NAME(WS-BENE-IDX)
                           = LS-BENE-NAME)
                       MOVE WS-BENE-IDX TO WS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF LS-ADD-OR-UPDATE
               PERFORM ADD-OR-UPDATE-BENEFICIARY
           ELSE
               IF LS-REMOVE
                   PERFORM REMOVE-BENEFICIARY
               ELSE
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO POD-MAINT-BY
               MOVE WS-RUN-DATE TO POD-MAINT-DATE
               IF WS-POD-EXISTS
                   REWRITE POD-BENEFICIARY-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               ELSE
                   WRITE POD-BENEFICIARY-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               END-IF
           END-IF

           CLOSE POD-FILE

           GOBACK.

      * the new share replaces the old one in the running total;
      * over 100 percent is refused outright
       ADD-OR-UPDATE-BENEFICIARY.
           IF LS-BENE-SHARE = 0 OR LS-BENE-NAME = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-TOTAL = POD-TOTAL-SHARE + LS-BENE-SHARE
           IF WS-FOUND-IDX NOT = 0
               SUBTRACT POD-BENE-SHARE(WS-FOUND-IDX) FROM WS-NEW-TOTAL
           END-IF
           IF WS-NEW-TOTAL > 100
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-IDX NOT = 0
               MOVE LS-BENE-NAME TO POD-BENE-NAME(WS-FOUND-IDX)
               MOVE LS-BENE-SHARE TO POD-BENE-SHARE(WS-FOUND-IDX)
           ELSE
               IF WS-FIRST-OPEN-IDX = 0
                   SET RC-INVALID-INPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-BENE-NAME TO POD-BENE-NAME(WS-FIRST-OPEN-IDX)
               MOVE LS-BENE-CUST-ID
                   TO POD-BENE-CUST-ID(WS-FIRST-OPEN-IDX)
               MOVE LS-BENE-SHARE
                   TO POD-BENE-SHARE(WS-FIRST-OPEN-IDX)
               ADD 1 TO POD-NUM-BENES
           END-IF
           MOVE WS-NEW-TOTAL TO POD-TOTAL-SHARE.

       REMOVE-BENEFICIARY.
           IF WS-FOUND-IDX = 0
               SET RC-NOT-FOUND TO TRUE
           ELSE
               SUBTRACT POD-BENE-SHARE(WS-FOUND-IDX)
                   FROM POD-TOTAL-SHARE
               MOVE SPACES TO POD-BENE-NAME(WS-FOUND-IDX)
               MOVE 0 TO POD-BENE-CUST-ID(WS-FOUND-IDX)
               MOVE 0 TO POD-BENE-SHARE(WS-FOUND-IDX)
               IF POD-NUM-BENES > 0
                   SUBTRACT 1 FROM POD-NUM-BENES
               END-IF
           END-IF.

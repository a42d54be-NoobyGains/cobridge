       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2SUBM.

      ****************************************************************
      * MAINTAIN BAI2 BALANCE REPORTING SUBSCRIPTIONS, DLVMAINT-style.
      * Action 'A' subscribes a client to an account (or changes the
      * receiver id and which reports it gets); action 'C' cancels.
      * Only an open business account (ACCT-IS-BUSINESS) can be
      * subscribed, and only for a client that owns it or signs on
      * it.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI2-SUB-FILE ASSIGN TO "BAI2SUB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BAS-KEY
               FILE STATUS IS WS-SUB-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAI2-SUB-FILE.
       COPY "bai2-subscription.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS         PIC X(2).
           88  WS-SUB-OK             VALUE "00".
           88  WS-SUB-NOT-FOUND      VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SIGNER-IDX          PIC 9(2).
       01  WS-CLIENT-FOUND        PIC X(1).
           88  WS-CLIENT-ON-ACCOUNT   VALUE "Y".

       LINKAGE SECTION.
       01  LS-CLIENT-ID           PIC 9(10).
       01  LS-ACCT-NUMBER         PIC X(12).
       01  LS-ACTION              PIC X(1).
           88  LS-SUBSCRIBE           VALUE "A".
           88  LS-CANCEL              VALUE "C".
       01  LS-RECEIVER-ID         PIC X(15).
       01  LS-PRIOR-DAY           PIC X(1).
       01  LS-INTRADAY            PIC X(1).
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-CLIENT-ID
                                LS-ACCT-NUMBER
                                LS-ACTION
                                LS-RECEIVER-ID
                                LS-PRIOR-DAY
                                LS-INTRADAY
                                LS-OPERATOR-ID
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O BAI2-SUB-FILE
           IF WS-SUB-NOT-FOUND
               OPEN OUTPUT BAI2-SUB-FILE
               CLOSE BAI2-SUB-FILE
               OPEN I-O BAI2-SUB-FILE
           END-IF

           EVALUATE TRUE
               WHEN LS-SUBSCRIBE
                   PERFORM SUBSCRIBE-ACCOUNT
               WHEN LS-CANCEL
                   PERFORM CANCEL-SUBSCRIPTION
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE BAI2-SUB-FILE

           GOBACK.

       SUBSCRIBE-ACCOUNT.
           IF LS-RECEIVER-ID = SPACES
                   OR (LS-PRIOR-DAY NOT = "Y" AND NOT = "N")
                   OR (LS-INTRADAY NOT = "Y" AND NOT = "N")
                   OR (LS-PRIOR-DAY = "N" AND LS-INTRADAY = "N")
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ACCOUNT-ELIGIBLE
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-CLIENT-ID TO BAS-CLIENT-ID
           MOVE LS-ACCT-NUMBER TO BAS-ACCT-NUMBER
           READ BAI2-SUB-FILE
               INVALID KEY
                   INITIALIZE BAI2-SUB-RECORD
                   MOVE LS-CLIENT-ID TO BAS-CLIENT-ID
                   MOVE LS-ACCT-NUMBER TO BAS-ACCT-NUMBER
                   MOVE LS-RECEIVER-ID TO BAS-RECEIVER-ID
                   MOVE LS-PRIOR-DAY TO BAS-PRIOR-DAY
                   MOVE LS-INTRADAY TO BAS-INTRADAY
                   SET BAS-ACTIVE TO TRUE
                   MOVE WS-RUN-DATE TO BAS-START-DATE
                   MOVE LS-OPERATOR-ID TO BAS-CHANGED-BY
                   MOVE WS-RUN-DATE TO BAS-CHANGED-DATE
                   WRITE BAI2-SUB-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF BAS-CANCELLED
                       MOVE WS-RUN-DATE TO BAS-START-DATE
                   END-IF
                   MOVE LS-RECEIVER-ID TO BAS-RECEIVER-ID
                   MOVE LS-PRIOR-DAY TO BAS-PRIOR-DAY
                   MOVE LS-INTRADAY TO BAS-INTRADAY
                   SET BAS-ACTIVE TO TRUE
                   MOVE LS-OPERATOR-ID TO BAS-CHANGED-BY
                   MOVE WS-RUN-DATE TO BAS-CHANGED-DATE
                   REWRITE BAI2-SUB-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

       CHECK-ACCOUNT-ELIGIBLE.
           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-IS-BUSINESS OR NOT ACCT-OPEN
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CLIENT-FOUND
           IF ACCT-OWNER-ID = LS-CLIENT-ID
               SET WS-CLIENT-ON-ACCOUNT TO TRUE
           END-IF
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > ACCT-NUM-SIGNERS
                      OR WS-CLIENT-ON-ACCOUNT
               IF SIGNER-ID(WS-SIGNER-IDX) = LS-CLIENT-ID
                   SET WS-CLIENT-ON-ACCOUNT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CLIENT-ON-ACCOUNT
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

       CANCEL-SUBSCRIPTION.
           MOVE LS-CLIENT-ID TO BAS-CLIENT-ID
           MOVE LS-ACCT-NUMBER TO BAS-ACCT-NUMBER
           READ BAI2-SUB-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BAS-CANCELLED TO TRUE
                   MOVE LS-OPERATOR-ID TO BAS-CHANGED-BY
                   MOVE WS-RUN-DATE TO BAS-CHANGED-DATE
                   REWRITE BAI2-SUB-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

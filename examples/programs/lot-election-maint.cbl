       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMNT.

      ****************************************************************
      * MAINTAIN A BROKERAGE ACCOUNT'S TAX LOT RELIEF ELECTION, the
      * standing instruction TAXLOT follows when a sale relieves
      * lots: F - first in, first out; H - highest cost per share
      * first; S - specific identification, the lot named on the
      * sell allocation. Adds the election or replaces the one on
      * file. The operator must clear OPAUTH's CUST function - the
      * election is the customer's instruction, like their other
      * account particulars. A new election governs sales that
      * settle after it is keyed; lots already relieved stand.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-FILE ASSIGN TO "LOTELECT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LE-ACCT-NUMBER
               FILE STATUS IS WS-LE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-FILE.
       COPY "lot-election.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LE-STATUS          PIC X(2).
           88  WS-LE-OK              VALUE "00".
           88  WS-LE-NOT-FOUND       VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "CUST".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACCT-NUMBER         PIC X(12).
       01  LS-METHOD              PIC X(1).
           88  LS-VALID-METHOD        VALUE "F", "H", "S".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACCT-NUMBER
                                LS-METHOD
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

           IF LS-ACCT-NUMBER = SPACES OR NOT LS-VALID-METHOD
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O ELECTION-FILE
           IF WS-LE-NOT-FOUND
               OPEN OUTPUT ELECTION-FILE
               CLOSE ELECTION-FILE
               OPEN I-O ELECTION-FILE
           END-IF
           IF NOT WS-LE-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE LS-ACCT-NUMBER TO LE-ACCT-NUMBER
           READ ELECTION-FILE
               INVALID KEY
                   MOVE LS-ACCT-NUMBER TO LE-ACCT-NUMBER
                   PERFORM FILL-ELECTION-FIELDS
                   WRITE LOT-ELECTION-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-ELECTION-FIELDS
                   REWRITE LOT-ELECTION-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ
           CLOSE ELECTION-FILE

           GOBACK.

       FILL-ELECTION-FIELDS.
           MOVE LS-METHOD TO LE-METHOD
           MOVE LS-OPERATOR-ID TO LE-CHANGED-BY
           MOVE WS-RUN-DATE TO LE-CHANGED-DATE.

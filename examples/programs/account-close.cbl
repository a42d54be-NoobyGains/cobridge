      * operator must clear OPAUTH's HOLD function; the half-closed
      * accounts that still caught fees came from skipping steps
      * this program refuses to skip.
      *
      * Disposition 'P' settles a payable-on-death account once the
      * owner's death is on file (ACCT-OWNER-DOD): each beneficiary
      * on PODBENE is paid their percentage share by official check,
      * and whatever the designations leave undistributed goes to
      * the estate - by transfer to the target account when one is
      * given, otherwise by check.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT POD-FILE ASSIGN TO "PODBENE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POD-ACCT-NUMBER
               FILE STATUS IS WS-POD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  POD-FILE.
       COPY "pod-beneficiary.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CHK-FILE-STATUS    PIC X(2).
           88  WS-CHK-OK             VALUE "00".
           88  WS-CHK-NOT-FOUND      VALUE "23", "35".
       01  WS-POD-STATUS         PIC X(2).
           88  WS-POD-OK             VALUE "00".
           88  WS-POD-NOT-FOUND      VALUE "23", "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SCAN-DONE           PIC X(1).
       01  WS-FINAL-BALANCE       PIC S9(13)V99 COMP-3.
       01  WS-CHECK-SEQ           PIC 9(6) VALUE 0.
       01  WS-CIF-REMOVED         PIC 9(3) COMP VALUE 0.
       01  WS-CHECK-AMOUNT        PIC S9(13)V99 COMP-3.
      * who the check is drawn to: the beneficiary on a POD check,
      * blank on the ordinary closing check to the account holder
       01  WS-CHECK-PAYEE         PIC X(35) VALUE SPACES.

      * payable-on-death split: the whole balance the shares apply
      * to (the final balance is what remains after each check),
      * and the last designated slot, which takes the rounding
       01  WS-POD-BASE            PIC S9(13)V99 COMP-3.
       01  WS-BENE-IDX            PIC 9(1) COMP.
       01  WS-LAST-BENE-IDX       PIC 9(1) COMP.
       01  WS-AMT-DISPLAY         PIC -Z(10)9.99.

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "HOLD".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  LS-DISPOSITION         PIC X(1).
           88  LS-DISBURSE-TRANSFER   VALUE "X".
           88  LS-DISBURSE-CHECK      VALUE "K".
           88  LS-DISBURSE-POD        VALUE "P".
       01  LS-TARGET-ACCT         PIC X(12).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".
           IF RC-SUCCESS AND ACCT-IS-FROZEN
               SET RC-ACCOUNT-FROZEN TO TRUE
           END-IF
           IF RC-SUCCESS AND LS-DISBURSE-POD AND ACCT-OWNER-DOD = 0
               SET RC-INVALID-INPUT TO TRUE
           END-IF
           IF NOT RC-SUCCESS
               CLOSE ACCOUNT-MASTER
               GOBACK

       DISBURSE-THE-BALANCE.
           MOVE ACCT-CURRENT-BAL TO WS-FINAL-BALANCE
           MOVE ACCT-CURRENT-BAL TO WS-POD-BASE
           IF WS-FINAL-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           IF LS-DISBURSE-POD
               PERFORM DISBURSE-TO-BENEFICIARIES
               IF WS-FINAL-BALANCE <= 0
                   EXIT PARAGRAPH
               END-IF
               IF LS-TARGET-ACCT NOT = SPACES
                   PERFORM DISBURSE-BY-TRANSFER
               ELSE
                   PERFORM DISBURSE-BY-CHECK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LS-DISBURSE-TRANSFER
               PERFORM DISBURSE-BY-TRANSFER
           ELSE
               PERFORM DISBURSE-BY-CHECK
           END-IF.

      * one official check per beneficiary for their share of the
      * balance; when the shares make 100 percent the last one takes
      * what is left so no odd cent is stranded on a closed account
       DISBURSE-TO-BENEFICIARIES.
           OPEN INPUT POD-FILE
           IF WS-POD-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ACCOUNT-NUM TO POD-ACCT-NUMBER
           READ POD-FILE
               INVALID KEY
                   CLOSE POD-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE POD-FILE

           MOVE 0 TO WS-LAST-BENE-IDX
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > 5
               IF POD-BENE-SHARE(WS-BENE-IDX) > 0
                   MOVE WS-BENE-IDX TO WS-LAST-BENE-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > 5
               IF POD-BENE-SHARE(WS-BENE-IDX) > 0
                   IF WS-BENE-IDX = WS-LAST-BENE-IDX
                           AND POD-TOTAL-SHARE = 100
                       MOVE WS-FINAL-BALANCE TO WS-CHECK-AMOUNT
                   ELSE
                       COMPUTE WS-CHECK-AMOUNT ROUNDED =
                               WS-POD-BASE
                               * POD-BENE-SHARE(WS-BENE-IDX) / 100
                   END-IF
                   IF WS-CHECK-AMOUNT > 0
                       MOVE POD-BENE-NAME(WS-BENE-IDX)
                           TO WS-CHECK-PAYEE
                       PERFORM ISSUE-CLOSING-CHECK
                       SUBTRACT WS-CHECK-AMOUNT FROM WS-FINAL-BALANCE
                       MOVE WS-CHECK-AMOUNT TO WS-AMT-DISPLAY
                       DISPLAY "ACCTCLOS: " LS-ACCOUNT-NUM
                               " POD CHECK " CHK-CHECK-NUMBER
                               " TO " POD-BENE-NAME(WS-BENE-IDX)
                               WS-AMT-DISPLAY
                   END-IF
               END-IF
           END-PERFORM.

      * the transfer rides TXNPOST so both sides post, journal,
      * and hit the GL the way every other transfer does; it must
      * succeed before the close is allowed to stand
           END-IF.

       DISBURSE-BY-CHECK.
           MOVE WS-FINAL-BALANCE TO WS-CHECK-AMOUNT
           MOVE SPACES TO WS-CHECK-PAYEE
           PERFORM ISSUE-CLOSING-CHECK.

       ISSUE-CLOSING-CHECK.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT WS-CHECK-AMOUNT FROM ACCT-CURRENT-BAL
           SUBTRACT WS-CHECK-AMOUNT FROM ACCT-AVAILABLE-BAL

           OPEN I-O CHECK-ISSUANCE-TABLE
           IF WS-CHK-NOT-FOUND
           MOVE LS-ACCOUNT-NUM TO CHK-ACCOUNT-NUMBER
           STRING "CL" WS-RUN-DATE(5:4) WS-CHECK-SEQ(3:4)
               DELIMITED BY SIZE INTO CHK-CHECK-NUMBER
           MOVE WS-CHECK-AMOUNT TO CHK-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           MOVE WS-CHECK-PAYEE TO CHK-PAYEE-NAME
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY
           END-WRITE
           CLOSE CHECK-ISSUANCE-TABLE

           MOVE WS-CHECK-AMOUNT TO WS-GL-AMOUNT
           MOVE "20010000" TO WS-GL-DR-ACCT
           MOVE "23010000" TO WS-GL-CR-ACCT
           STRING "CLOSING CHECK " LS-ACCOUNT-NUM
       TRIGGER-FINAL-STATEMENT.
           MOVE "FS" TO WS-NQ-EVENT-TYPE
           MOVE WS-FINAL-BALANCE TO WS-NQ-AMOUNT
           IF LS-DISBURSE-POD
               MOVE WS-POD-BASE TO WS-NQ-AMOUNT
           END-IF
           CALL "NOTIFYQ" USING LS-ACCOUNT-NUM
                                WS-NQ-EVENT-TYPE
                                WS-NQ-AMOUNT

      * withholding liability GL instead of the account; the
      * withheld amount rolls into CUST-BWH-YTD, which the
      * 1099-INT extract reports in box 4.
      *
      * The gross interest paid is added to the account's row on
      * the ADB accumulator, where STMTGEN finds it for the APY
      * Earned on the cycle's statement.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT ADB-FILE ASSIGN TO "ADBACCUM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ADB-ACCT-NUMBER
               FILE STATUS IS WS-ADB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       COPY "checkpoint.cpy".

       FD  ADB-FILE.
       COPY "adb-accum.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CKPT-FILE-STATUS   PIC X(2).
           88  WS-CKPT-OK            VALUE "00".
           88  WS-CKPT-NOT-FOUND     VALUE "23", "35".
       01  WS-ADB-STATUS         PIC X(2).
           88  WS-ADB-MISSING        VALUE "35".
       01  WS-RUN-DATE            PIC 9(8).

      * capitalization is dated from the bank calendar like the

       01  WS-HAVE-DISP-FILE      PIC X(1) VALUE "Y".
           88  WS-DISP-FILE-UP        VALUE "Y".
       01  WS-HAVE-ADB-FILE       PIC X(1) VALUE "Y".
           88  WS-ADB-FILE-UP         VALUE "Y".
       01  WS-GROSS-INTEREST      PIC S9(9)V99 COMP-3.
       01  WS-METHOD              PIC X(1).
       01  WS-TARGET-ACCT         PIC X(12).
       01  WS-PAYEE-NAME          PIC X(35).
               CLOSE CHECK-ISSUANCE-TABLE
               OPEN I-O CHECK-ISSUANCE-TABLE
           END-IF
           OPEN I-O ADB-FILE
           IF WS-ADB-MISSING
               MOVE "N" TO WS-HAVE-ADB-FILE
           END-IF
           PERFORM OPEN-CHECKPOINT-FILE
           PERFORM LOAD-CHECKPOINT

               CLOSE DISPOSITION-FILE
           END-IF
           CLOSE CHECK-ISSUANCE-TABLE
           IF WS-ADB-FILE-UP
               CLOSE ADB-FILE
           END-IF
           PERFORM CLEAR-CHECKPOINT
           CLOSE CHECKPOINT-FILE


       CAPITALIZE-ONE-ACCOUNT.
           MOVE ACCT-INT-ACCRUED TO WS-PAYOUT-AMOUNT
           MOVE ACCT-INT-ACCRUED TO WS-GROSS-INTEREST
           MOVE ACCT-NUMBER TO WS-SOURCE-ACCT
           PERFORM TAKE-BACKUP-WITHHOLDING
           PERFORM LOOKUP-DISPOSITION
                               WS-BEFORE-IMAGE
                               WS-AFTER-IMAGE
                               WS-JRNL-RETURN-CODE
           PERFORM RECORD-CYCLE-INTEREST

           EVALUATE WS-METHOD
               WHEN "C"
                               WS-GL-DESC
                               WS-GL-RETURN-CODE.

      * interest is earned by the source account whichever way it
      * is paid and before any withholding; an account with no ADB
      * row yet has no cycle to report it in
       RECORD-CYCLE-INTEREST.
           IF NOT WS-ADB-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOURCE-ACCT TO ADB-ACCT-NUMBER
           READ ADB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-GROSS-INTEREST TO ADB-CYCLE-INT-PAID
           REWRITE ADB-ACCUM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * while the owner's TIN mismatch stands, the statutory share
      * of the payout goes to the withholding liability instead of
      * the customer; the accrued-payable relief carries the full
               DELIMITED BY SIZE INTO CHK-CHECK-NUMBER
           MOVE WS-PAYOUT-AMOUNT TO CHK-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY

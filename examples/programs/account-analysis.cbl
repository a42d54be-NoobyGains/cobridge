      * print the analysis statement of volumes, unit prices, credit
      * and net due. Only the net shortfall posts as the fee
      * transaction through TXNPOST - a fully-offset account pays
      * nothing and still gets the statement. An account enrolled
      * in the ACH debit block / filter service (ACHFILTR) is also
      * charged the service (ACF/SVC) and each debit the filter
      * held this cycle (ACF/EXC) at the schedule's unit prices;
      * the held-debit count is cleared once priced.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS SWP-ACCT-NUMBER
               FILE STATUS IS WS-SWP-STATUS.
           SELECT ACH-FILTER-FILE ASSIGN TO "ACHFILTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AFL-KEY
               FILE STATUS IS WS-AFL-STATUS.
           SELECT FEE-POST-OUT ASSIGN TO "ANALPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
       FD  SWEEP-FILE.
       COPY "sweep-account.cpy".

       FD  ACH-FILTER-FILE.
       COPY "ach-filter.cpy".

       FD  ANALYSIS-STMT.
       01  ANALYSIS-LINE             PIC X(132).

           88  WS-SWP-MISSING        VALUE "35".
       01  WS-SWEEP-FILE-FLAG    PIC X(1) VALUE "Y".
           88  WS-HAVE-SWEEP-FILE    VALUE "Y".
       01  WS-AFL-STATUS         PIC X(2).
           88  WS-AFL-OK             VALUE "00".
           88  WS-AFL-MISSING        VALUE "35".
       01  WS-FILTER-FILE-FLAG   PIC X(1) VALUE "Y".
           88  WS-HAVE-FILTER-FILE   VALUE "Y".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
           TXN-FAIL-STOPPED BY FEE-TXN-FAIL-STOPPED
           TXN-FAIL-REGD BY FEE-TXN-FAIL-REGD
           TXN-FAIL-RESTRICTED BY FEE-TXN-FAIL-RESTRICTED
           TXN-FAIL-DUPLICATE BY FEE-TXN-FAIL-DUPLICATE
           TXN-FAIL-OTHER BY FEE-TXN-FAIL-OTHER.

       PROCEDURE DIVISION.
           IF WS-SWP-MISSING
               MOVE "N" TO WS-SWEEP-FILE-FLAG
           END-IF
           OPEN I-O ACH-FILTER-FILE
           IF WS-AFL-MISSING
               MOVE "N" TO WS-FILTER-FILE-FLAG
           END-IF
           OPEN OUTPUT ANALYSIS-STMT
           OPEN OUTPUT FEE-POST-OUT

           IF WS-HAVE-SWEEP-FILE
               CLOSE SWEEP-FILE
           END-IF
           IF WS-HAVE-FILTER-FILE
               CLOSE ACH-FILTER-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE SVC-SCHEDULE
           CLOSE ADB-FILE
           MOVE 0 TO WS-BKT-COUNT
           MOVE 0 TO WS-TOTAL-CHARGES
           PERFORM COUNT-MONTH-ACTIVITY
           PERFORM ADD-ACH-FILTER-BUCKETS
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               END-IF
           END-IF.

      * the debit filter service is priced like any activity: one
      * ACF/SVC item for an active enrollment, and one ACF/EXC item
      * per debit held since the last analysis, which is then reset
       ADD-ACH-FILTER-BUCKETS.
           IF NOT WS-HAVE-FILTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO AFL-ACCOUNT-NUMBER
           MOVE SPACES TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AFL-ACTIVE AND WS-BKT-COUNT < 24
               ADD 1 TO WS-BKT-COUNT
               MOVE "ACF" TO WS-ACT-TYPE(WS-BKT-COUNT)
               MOVE "SVC" TO WS-ACT-CHANNEL(WS-BKT-COUNT)
               MOVE 1 TO WS-ACT-COUNT(WS-BKT-COUNT)
           END-IF
           IF AFL-CYCLE-EXCEPTIONS > 0 AND WS-BKT-COUNT < 24
               ADD 1 TO WS-BKT-COUNT
               MOVE "ACF" TO WS-ACT-TYPE(WS-BKT-COUNT)
               MOVE "EXC" TO WS-ACT-CHANNEL(WS-BKT-COUNT)
               MOVE AFL-CYCLE-EXCEPTIONS TO WS-ACT-COUNT(WS-BKT-COUNT)
               MOVE 0 TO AFL-CYCLE-EXCEPTIONS
               REWRITE ACH-FILTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       PRINT-STATEMENT-HEADER.
           STRING "ACCOUNT ANALYSIS " WS-RUN-DATE
                  " ACCT=" ACCT-NUMBER

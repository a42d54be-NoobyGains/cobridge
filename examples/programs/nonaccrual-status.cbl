       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONACCR.

      ****************************************************************
      * NIGHTLY BATCH: nonaccrual status for the mortgage (MTGMAST)
      * and consumer (LOANSERV) books, run after the day's payments
      * are applied and CLNSERV has aged the consumer book.
      *   - a loan still accruing that reaches 90 days past due
      *     goes to nonaccrual: the interest accrued since it was
      *     last paid (at the note rate, as CHGOFF figures it) is
      *     reversed out of interest income through GLPOST, and the
      *     flag, date and amount reversed are stamped on the loan.
      *     From then on MTGPAY and CLNSERV apply its payments to
      *     principal only.
      *   - a nonaccrual loan that is current again with six
      *     consecutive on-time payments behind it (the run MTGPAY
      *     and CLNSERV count) returns to accrual
      * Charged-off, paid-off and zero-balance loans are left
      * alone. Each move either way prints on NACCRPT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT LOAN-SERVICING ASSIGN TO "LOANSERV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT STATUS-RPT ASSIGN TO "NACCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  STATUS-RPT.
       01  STATUS-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

      * policy thresholds
       01  WS-NONACCRUAL-DAYS     PIC 9(3) VALUE 90.
       01  WS-CURE-PAYMENTS       PIC 9(2) VALUE 6.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-MTG-TO-NONACCRUAL   PIC 9(9) COMP VALUE 0.
       01  WS-MTG-RESTORED        PIC 9(9) COMP VALUE 0.
       01  WS-CLN-TO-NONACCRUAL   PIC 9(9) COMP VALUE 0.
       01  WS-CLN-RESTORED        PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-REVERSED      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ACCRUED-INT         PIC S9(7)V99 COMP-3.
       01  WS-ACCRUAL-DAYS        PIC S9(5) COMP-3.
       01  WS-ACCRUAL-FROM        PIC 9(8).

       01  WS-GL-SOURCE           PIC X(8) VALUE "NONACCR".
       01  WS-GL-DR-ACCT          PIC X(8) VALUE "41010000".
       01  WS-GL-CR-ACCT          PIC X(8) VALUE "13020000".
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "LOAN".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

      * one report line per status move
       01  WS-RPT-BOOK            PIC X(3).
       01  WS-RPT-LOAN            PIC X(20).
       01  WS-RPT-ACTION          PIC X(16).
       01  WS-RPT-DAYS            PIC ZZZ9.
       01  WS-RPT-BALANCE         PIC -Z(8)9.99.
       01  WS-RPT-INTEREST        PIC -Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT STATUS-RPT
           MOVE SPACES TO STATUS-RPT-LINE
           STRING "NONACCR - NONACCRUAL STATUS CHANGES   RUN "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE

           PERFORM WORK-MORTGAGE-BOOK
           PERFORM WORK-CONSUMER-BOOK

           CLOSE STATUS-RPT

           DISPLAY "NONACCR: MTG TO NONACCRUAL = " WS-MTG-TO-NONACCRUAL
           DISPLAY "NONACCR: MTG RESTORED      = " WS-MTG-RESTORED
           DISPLAY "NONACCR: CLN TO NONACCRUAL = " WS-CLN-TO-NONACCRUAL
           DISPLAY "NONACCR: CLN RESTORED      = " WS-CLN-RESTORED
           DISPLAY "NONACCR: INTEREST REVERSED = " WS-TOTAL-REVERSED

           GOBACK.

       WORK-MORTGAGE-BOOK.
           OPEN I-O MORTGAGE-MASTER
           IF WS-MTG-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "MTG" TO WS-RPT-BOOK
           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       IF NOT MLR-CHARGED-OFF
                               AND MLR-CURRENT-BALANCE > 0
                           PERFORM REVIEW-ONE-MORTGAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MORTGAGE-MASTER.

       REVIEW-ONE-MORTGAGE.
           IF NOT MLR-NONACCRUAL
               IF MLR-DAYS-DELINQUENT >= WS-NONACCRUAL-DAYS
                   PERFORM STOP-MORTGAGE-ACCRUAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MLR-DAYS-DELINQUENT = 0
                   AND MLR-ONTIME-PMTS >= WS-CURE-PAYMENTS
               PERFORM RESTORE-MORTGAGE-ACCRUAL
           END-IF.

       STOP-MORTGAGE-ACCRUAL.
           MOVE MLR-LAST-PAID-DATE TO WS-ACCRUAL-FROM
           IF WS-ACCRUAL-FROM = 0
               MOVE MLR-ORIGINATION-DATE TO WS-ACCRUAL-FROM
           END-IF
           PERFORM FIGURE-ACCRUED-INTEREST
           COMPUTE WS-ACCRUED-INT ROUNDED =
                   MLR-CURRENT-BALANCE * MLR-INTEREST-RATE
                 * WS-ACCRUAL-DAYS / 365

           MOVE MLR-LOAN-NUMBER TO WS-RPT-LOAN
           PERFORM REVERSE-ACCRUED-INTEREST
           IF WS-GL-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           SET MLR-NONACCRUAL TO TRUE
           MOVE WS-RUN-DATE TO MLR-NONACCRUAL-DATE
           MOVE WS-ACCRUED-INT TO MLR-NONACCRUAL-INT-REV
           MOVE 0 TO MLR-ONTIME-PMTS
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-MTG-TO-NONACCRUAL

           MOVE "TO NONACCRUAL" TO WS-RPT-ACTION
           MOVE MLR-DAYS-DELINQUENT TO WS-RPT-DAYS
           MOVE MLR-CURRENT-BALANCE TO WS-RPT-BALANCE
           MOVE WS-ACCRUED-INT TO WS-RPT-INTEREST
           PERFORM WRITE-STATUS-LINE.

       RESTORE-MORTGAGE-ACCRUAL.
           MOVE "N" TO MLR-NONACCRUAL-FLAG
           MOVE 0 TO MLR-ONTIME-PMTS
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-MTG-RESTORED

           MOVE MLR-LOAN-NUMBER TO WS-RPT-LOAN
           MOVE "BACK TO ACCRUAL" TO WS-RPT-ACTION
           MOVE MLR-DAYS-DELINQUENT TO WS-RPT-DAYS
           MOVE MLR-CURRENT-BALANCE TO WS-RPT-BALANCE
           MOVE 0 TO WS-RPT-INTEREST
           PERFORM WRITE-STATUS-LINE.

       WORK-CONSUMER-BOOK.
           OPEN I-O LOAN-SERVICING
           IF WS-LSV-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "CLN" TO WS-RPT-BOOK
           PERFORM UNTIL WS-LSV-EOF
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-LSV-EOF TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE AND LSV-CURRENT-BALANCE > 0
                           PERFORM REVIEW-ONE-CONSUMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SERVICING.

       REVIEW-ONE-CONSUMER.
           IF NOT LSV-NONACCRUAL
               IF LSV-DAYS-DELINQUENT >= WS-NONACCRUAL-DAYS
                   PERFORM STOP-CONSUMER-ACCRUAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LSV-DAYS-DELINQUENT = 0
                   AND LSV-ONTIME-PMTS >= WS-CURE-PAYMENTS
               PERFORM RESTORE-CONSUMER-ACCRUAL
           END-IF.

       STOP-CONSUMER-ACCRUAL.
           MOVE LSV-LAST-PAID-DATE TO WS-ACCRUAL-FROM
           IF WS-ACCRUAL-FROM = 0
               MOVE LSV-BOARD-DATE TO WS-ACCRUAL-FROM
           END-IF
           PERFORM FIGURE-ACCRUED-INTEREST
           COMPUTE WS-ACCRUED-INT ROUNDED =
                   LSV-CURRENT-BALANCE * LSV-RATE
                 * WS-ACCRUAL-DAYS / 365

           MOVE LSV-LOAN-NUMBER TO WS-RPT-LOAN
           PERFORM REVERSE-ACCRUED-INTEREST
           IF WS-GL-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           SET LSV-NONACCRUAL TO TRUE
           MOVE WS-RUN-DATE TO LSV-NONACCRUAL-DATE
           MOVE WS-ACCRUED-INT TO LSV-NONACCRUAL-INT-REV
           MOVE 0 TO LSV-ONTIME-PMTS
           REWRITE LOAN-SERVICING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-CLN-TO-NONACCRUAL

           MOVE "TO NONACCRUAL" TO WS-RPT-ACTION
           MOVE LSV-DAYS-DELINQUENT TO WS-RPT-DAYS
           MOVE LSV-CURRENT-BALANCE TO WS-RPT-BALANCE
           MOVE WS-ACCRUED-INT TO WS-RPT-INTEREST
           PERFORM WRITE-STATUS-LINE.

       RESTORE-CONSUMER-ACCRUAL.
           MOVE "N" TO LSV-NONACCRUAL-FLAG
           MOVE 0 TO LSV-ONTIME-PMTS
           REWRITE LOAN-SERVICING-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-CLN-RESTORED

           MOVE LSV-LOAN-NUMBER TO WS-RPT-LOAN
           MOVE "BACK TO ACCRUAL" TO WS-RPT-ACTION
           MOVE LSV-DAYS-DELINQUENT TO WS-RPT-DAYS
           MOVE LSV-CURRENT-BALANCE TO WS-RPT-BALANCE
           MOVE 0 TO WS-RPT-INTEREST
           PERFORM WRITE-STATUS-LINE.

       FIGURE-ACCRUED-INTEREST.
           IF WS-ACCRUAL-FROM = 0
               MOVE 0 TO WS-ACCRUAL-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-FROM)
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF.

      * the uncollected interest comes back out of interest income
      * against the accrued interest receivable, the same pair
      * CHGOFF writes off
       REVERSE-ACCRUED-INTEREST.
           MOVE 0 TO WS-GL-RETURN-CODE
           IF WS-ACCRUED-INT <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCRUED-INT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESC
           STRING "NONACCRUAL " WS-RPT-LOAN(1:19)
               DELIMITED BY SIZE INTO WS-GL-DESC
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE
                               WS-GL-DR-ACCT
                               WS-GL-CR-ACCT
                               WS-GL-COST-CENTER
                               WS-GL-AMOUNT
                               WS-GL-DESC
                               WS-GL-RETURN-CODE
           IF WS-GL-RETURN-CODE NOT = 0
               DISPLAY "NONACCR: GLPOST FAILED FOR " WS-RPT-LOAN
                       " RC=" WS-GL-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD WS-ACCRUED-INT TO WS-TOTAL-REVERSED.

       WRITE-STATUS-LINE.
           MOVE SPACES TO STATUS-RPT-LINE
           STRING WS-RPT-BOOK " " WS-RPT-LOAN
                  " " WS-RPT-ACTION
                  " DAYS PAST DUE " WS-RPT-DAYS
                  " BALANCE " WS-RPT-BALANCE
                  " INTEREST REVERSED " WS-RPT-INTEREST
               DELIMITED BY SIZE INTO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE.

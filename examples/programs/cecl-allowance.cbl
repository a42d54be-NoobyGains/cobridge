       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECLCALC.

      ****************************************************************
      * QUARTER-END BATCH: CECL allowance for credit losses across
      * the mortgage (MTGMAST) and consumer (LOANSERV) books.
      *   1 - lifetime loss rates: for each book and product, the
      *       net charge-offs (CHGOFFRG principal written off less
      *       recoveries to date, booked rows only) on loans
      *       originated in the lookback (PARM YEARS=nn, default
      *       5) over the original amount of every loan originated
      *       in the same years. A product with no originations in
      *       the lookback takes its book's rate.
      *   2 - pools: every open loan with a balance pools by book,
      *       product (MLR-LOAN-TYPE / LSV-PRODUCT-CODE) and
      *       delinquency bucket off MLR-DAYS-DELINQUENT and
      *       LSV-DAYS-DELINQUENT; the pool rate is the product's
      *       lifetime rate times finance's severity factor for
      *       the bucket, capped at 100%
      *   3 - each loan's allowance is its balance at the pool
      *       rate and lands on the loan detail file (CECLDTL), so
      *       every pool line on the report is the sum of its rows
      *   4 - the change from last quarter's allowance (the
      *       CECLHIST row) posts per book through GLPOST as
      *       provision expense against the book's allowance
      *       account - a release when the allowance fell. A
      *       re-run of the same quarter posts only the true-up.
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
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFFRG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COF-LOAN-NUMBER
               FILE STATUS IS WS-COF-STATUS.
           SELECT DETAIL-OUT ASSIGN TO "CECLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CECLHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CEH-QUARTER
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ALLOWANCE-RPT ASSIGN TO "CECLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  CHARGE-OFF-FILE.
       COPY "charge-off.cpy".

       FD  DETAIL-OUT.
       COPY "cecl-detail.cpy".

       FD  HISTORY-FILE.
       COPY "cecl-history.cpy".

       FD  ALLOWANCE-RPT.
       01  ALLOWANCE-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-OK             VALUE "00".
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-COF-STATUS         PIC X(2).
           88  WS-COF-EOF            VALUE "10".
           88  WS-COF-MISSING        VALUE "35".
       01  WS-DTL-STATUS         PIC X(2).
       01  WS-HIST-STATUS        PIC X(2).
           88  WS-HIST-OK            VALUE "00".
           88  WS-HIST-NOT-FOUND     VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-HAVE-MTG-FILE       PIC X(1) VALUE "Y".
           88  WS-MTG-FILE-UP         VALUE "Y".
       01  WS-HAVE-LSV-FILE       PIC X(1) VALUE "Y".
           88  WS-LSV-FILE-UP         VALUE "Y".

       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-LOOKBACK-YEARS      PIC 9(2) VALUE 5.

      * finance's severity factors on the lifetime rate, by
      * delinquency bucket: current, 30-59, 60-89, 90-119, 120+
       01  WS-FACTOR-CURRENT      PIC 9(2)V99 VALUE 1.00.
       01  WS-FACTOR-PD-30        PIC 9(2)V99 VALUE 2.50.
       01  WS-FACTOR-PD-60        PIC 9(2)V99 VALUE 5.00.
       01  WS-FACTOR-PD-90        PIC 9(2)V99 VALUE 10.00.
       01  WS-FACTOR-PD-120       PIC 9(2)V99 VALUE 20.00.

       01  WS-GL-SOURCE           PIC X(8) VALUE "CECLCALC".
       01  WS-GL-PROVISION-ACCT   PIC X(8) VALUE "68020000".
       01  WS-GL-MTG-ACL-ACCT     PIC X(8) VALUE "13090000".
       01  WS-GL-CLN-ACL-ACCT     PIC X(8) VALUE "14090000".
       01  WS-GL-DR-ACCT          PIC X(8).
       01  WS-GL-CR-ACCT          PIC X(8).
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "LOAN".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-RUN-MONTH           PIC 9(2).
       01  WS-RUN-QUARTER         PIC 9(5).
       01  WS-PRIOR-QUARTER       PIC 9(5).
       01  WS-CUTOFF-DATE         PIC 9(8).

       01  WS-LOANS-POOLED        PIC 9(9) COMP VALUE 0.
       01  WS-CHARGE-OFFS-USED    PIC 9(9) COMP VALUE 0.

      * one loan as it is rated and pooled
       01  WS-LN-BOOK             PIC X(1).
       01  WS-LN-PRODUCT          PIC X(2).
       01  WS-LN-NUMBER           PIC X(20).
       01  WS-LN-DAYS             PIC 9(4).
       01  WS-LN-BALANCE          PIC S9(9)V99 COMP-3.
       01  WS-LN-ORIG-DATE        PIC 9(8).
       01  WS-LN-ORIG-AMOUNT      PIC S9(9)V99 COMP-3.
       01  WS-LN-BUCKET           PIC X(1).
       01  WS-LN-FACTOR           PIC 9(2)V99.
       01  WS-LN-RATE             PIC 9V9(6) COMP-3.
       01  WS-LN-WORK-RATE        PIC 9(3)V9(6) COMP-3.
       01  WS-LN-ALLOWANCE        PIC S9(9)V99 COMP-3.
       01  WS-NET-LOSS            PIC S9(9)V99 COMP-3.

      * lifetime loss experience by book and product; a blank
      * product row per book carries the book-level experience
       01  WS-PR-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-PR-IDX              PIC 9(3) COMP.
       01  WS-PR-BOOK-IDX         PIC 9(3) COMP.
       01  WS-PR-FOUND            PIC X(1).
           88  WS-PR-HIT               VALUE "Y".
       01  WS-RATE-TABLE.
           05  WS-PR-ENTRY OCCURS 100 TIMES.
               10  WS-PR-BOOK         PIC X(1).
               10  WS-PR-PRODUCT      PIC X(2).
               10  WS-PR-ORIG-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-PR-NET-LOSS     PIC S9(13)V99 COMP-3.
               10  WS-PR-RATE         PIC 9V9(6) COMP-3.
               10  WS-PR-BOOK-RATE    PIC X(1).

      * pools by book, product and bucket
       01  WS-PL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-PL-IDX              PIC 9(3) COMP.
       01  WS-POOL-TABLE.
           05  WS-PL-ENTRY OCCURS 500 TIMES.
               10  WS-PL-BOOK         PIC X(1).
               10  WS-PL-PRODUCT      PIC X(2).
               10  WS-PL-BUCKET       PIC X(1).
               10  WS-PL-LOANS        PIC 9(7) COMP.
               10  WS-PL-BALANCE      PIC S9(13)V99 COMP-3.
               10  WS-PL-RATE         PIC 9V9(6) COMP-3.
               10  WS-PL-ALLOWANCE    PIC S9(11)V99 COMP-3.

      * book totals and the provision against last quarter
       01  WS-MTG-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MTG-ALLOWANCE       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MTG-PRIOR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MTG-PROVISION       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CLN-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLN-ALLOWANCE       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CLN-PRIOR           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CLN-PROVISION       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-SOURCE        PIC X(24).
       01  WS-RERUN-FLAG          PIC X(1) VALUE "N".
           88  WS-IS-RERUN            VALUE "Y".
       01  WS-BOOK-PROVISION      PIC S9(11)V99 COMP-3.
       01  WS-BOOK-ACL-ACCT       PIC X(8).
       01  WS-BOOK-NAME           PIC X(3).

       01  WS-DISPLAY-AMOUNT      PIC -(11)9.99.
       01  WS-DISPLAY-AMOUNT-2    PIC -(11)9.99.
       01  WS-DISPLAY-COUNT       PIC ZZZZZZ9.
       01  WS-DISPLAY-PCT         PIC ZZ9.9999.
       01  WS-PCT-WORK            PIC 9(3)V9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM
           PERFORM SET-QUARTER-DATES

           OPEN INPUT MORTGAGE-MASTER
           IF WS-MTG-MISSING
               MOVE "N" TO WS-HAVE-MTG-FILE
           END-IF
           OPEN INPUT LOAN-SERVICING
           IF WS-LSV-MISSING
               MOVE "N" TO WS-HAVE-LSV-FILE
           END-IF

           MOVE "M" TO WS-LN-BOOK
           MOVE SPACES TO WS-LN-PRODUCT
           PERFORM FIND-OR-ADD-RATE
           MOVE "C" TO WS-LN-BOOK
           PERFORM FIND-OR-ADD-RATE
           PERFORM GATHER-ORIGINATIONS
           PERFORM GATHER-NET-LOSSES
           PERFORM DERIVE-LOSS-RATES

           IF WS-MTG-FILE-UP
               CLOSE MORTGAGE-MASTER
               OPEN INPUT MORTGAGE-MASTER
           END-IF
           IF WS-LSV-FILE-UP
               CLOSE LOAN-SERVICING
               OPEN INPUT LOAN-SERVICING
           END-IF

           OPEN OUTPUT DETAIL-OUT
           PERFORM POOL-MORTGAGE-BOOK
           PERFORM POOL-CONSUMER-BOOK
           CLOSE DETAIL-OUT

           IF WS-MTG-FILE-UP
               CLOSE MORTGAGE-MASTER
           END-IF
           IF WS-LSV-FILE-UP
               CLOSE LOAN-SERVICING
           END-IF

           PERFORM BOOK-THE-PROVISION

           OPEN OUTPUT ALLOWANCE-RPT
           PERFORM WRITE-ALLOWANCE-REPORT
           CLOSE ALLOWANCE-RPT

           DISPLAY "CECLCALC: QUARTER          = " WS-RUN-QUARTER
           DISPLAY "CECLCALC: LOOKBACK YEARS   = " WS-LOOKBACK-YEARS
           DISPLAY "CECLCALC: CHARGE-OFFS USED = " WS-CHARGE-OFFS-USED
           DISPLAY "CECLCALC: LOANS POOLED     = " WS-LOANS-POOLED
           DISPLAY "CECLCALC: POOLS            = " WS-PL-COUNT
           DISPLAY "CECLCALC: MTG ALLOWANCE    = " WS-MTG-ALLOWANCE
           DISPLAY "CECLCALC: CLN ALLOWANCE    = " WS-CLN-ALLOWANCE
           DISPLAY "CECLCALC: MTG PROVISION    = " WS-MTG-PROVISION
           DISPLAY "CECLCALC: CLN PROVISION    = " WS-CLN-PROVISION

           GOBACK.

      * the parm may carry YEARS=nn, the loss-history lookback
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 13
               IF WS-PARM-LINE(WS-PARM-IDX:6) = "YEARS="
                       AND WS-PARM-LINE(WS-PARM-IDX + 6:2) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 6:2)
                       TO WS-LOOKBACK-YEARS
               END-IF
           END-PERFORM
           IF WS-LOOKBACK-YEARS = 0
               MOVE 5 TO WS-LOOKBACK-YEARS
           END-IF.

      * quarter keys run YYYYQ; the lookback cutoff is the same
      * day the given number of years back
       SET-QUARTER-DATES.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-QUARTER =
                   WS-RUN-YEAR * 10 + (WS-RUN-MONTH + 2) / 3
           IF WS-RUN-MONTH <= 3
               COMPUTE WS-PRIOR-QUARTER = (WS-RUN-YEAR - 1) * 10 + 4
           ELSE
               COMPUTE WS-PRIOR-QUARTER = WS-RUN-QUARTER - 1
           END-IF
           COMPUTE WS-CUTOFF-DATE =
                   WS-RUN-DATE - WS-LOOKBACK-YEARS * 10000.

      * leaves WS-PR-IDX on the book/product row, adding it when new
       FIND-OR-ADD-RATE.
           MOVE "N" TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-HIT
               IF WS-PR-BOOK(WS-PR-IDX) = WS-LN-BOOK
                       AND WS-PR-PRODUCT(WS-PR-IDX) = WS-LN-PRODUCT
                   SET WS-PR-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-PR-HIT
               SUBTRACT 1 FROM WS-PR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-COUNT >= 100
               DISPLAY "CECLCALC: PRODUCT TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-PR-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-COUNT
           MOVE WS-PR-COUNT TO WS-PR-IDX
           MOVE WS-LN-BOOK TO WS-PR-BOOK(WS-PR-IDX)
           MOVE WS-LN-PRODUCT TO WS-PR-PRODUCT(WS-PR-IDX)
           MOVE 0 TO WS-PR-ORIG-TOTAL(WS-PR-IDX)
           MOVE 0 TO WS-PR-NET-LOSS(WS-PR-IDX)
           MOVE 0 TO WS-PR-RATE(WS-PR-IDX)
           MOVE "N" TO WS-PR-BOOK-RATE(WS-PR-IDX).

      * leaves WS-PR-BOOK-IDX on the book-level row for WS-LN-BOOK
       FIND-BOOK-RATE.
           PERFORM VARYING WS-PR-BOOK-IDX FROM 1 BY 1
                   UNTIL WS-PR-BOOK-IDX > WS-PR-COUNT
               IF WS-PR-BOOK(WS-PR-BOOK-IDX) = WS-LN-BOOK
                       AND WS-PR-PRODUCT(WS-PR-BOOK-IDX) = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      * the denominator: original amounts of every loan - open,
      * paid off or charged off - originated inside the lookback
       GATHER-ORIGINATIONS.
           IF WS-MTG-FILE-UP
               MOVE "M" TO WS-LN-BOOK
               PERFORM UNTIL WS-MTG-EOF
                   READ MORTGAGE-MASTER NEXT RECORD
                       AT END
                           SET WS-MTG-EOF TO TRUE
                       NOT AT END
                           MOVE MLR-LOAN-TYPE TO WS-LN-PRODUCT
                           MOVE MLR-ORIGINATION-DATE
                               TO WS-LN-ORIG-DATE
                           MOVE MLR-ORIG-AMOUNT TO WS-LN-ORIG-AMOUNT
                           PERFORM ADD-ORIGINATION
                   END-READ
               END-PERFORM
           END-IF
           IF WS-LSV-FILE-UP
               MOVE "C" TO WS-LN-BOOK
               PERFORM UNTIL WS-LSV-EOF
                   READ LOAN-SERVICING NEXT RECORD
                       AT END
                           SET WS-LSV-EOF TO TRUE
                       NOT AT END
                           MOVE LSV-PRODUCT-CODE TO WS-LN-PRODUCT
                           MOVE LSV-BOARD-DATE TO WS-LN-ORIG-DATE
                           MOVE LSV-ORIG-AMOUNT TO WS-LN-ORIG-AMOUNT
                           PERFORM ADD-ORIGINATION
                   END-READ
               END-PERFORM
           END-IF.

       ADD-ORIGINATION.
           IF WS-LN-ORIG-DATE < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-RATE
           IF WS-PR-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-LN-ORIG-AMOUNT TO WS-PR-ORIG-TOTAL(WS-PR-IDX)
           IF WS-LN-PRODUCT NOT = SPACES
               PERFORM FIND-BOOK-RATE
               ADD WS-LN-ORIG-AMOUNT
                   TO WS-PR-ORIG-TOTAL(WS-PR-BOOK-IDX)
           END-IF.

      * the numerator: each booked charge-off net of what has been
      * recovered since, on a loan from the same origination years
       GATHER-NET-LOSSES.
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-COF-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COF-EOF
               READ CHARGE-OFF-FILE NEXT RECORD
                   AT END
                       SET WS-COF-EOF TO TRUE
                   NOT AT END
                       IF NOT COF-PENDING-APPROVAL
                           PERFORM ADD-ONE-NET-LOSS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-OFF-FILE.

       ADD-ONE-NET-LOSS.
           MOVE SPACES TO WS-LN-PRODUCT
           MOVE 0 TO WS-LN-ORIG-DATE
           IF COF-MORTGAGE
               MOVE "M" TO WS-LN-BOOK
               IF WS-MTG-FILE-UP
                   MOVE COF-LOAN-NUMBER TO MLR-LOAN-NUMBER
                   READ MORTGAGE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MLR-LOAN-TYPE TO WS-LN-PRODUCT
                           MOVE MLR-ORIGINATION-DATE
                               TO WS-LN-ORIG-DATE
                   END-READ
               END-IF
           ELSE
               MOVE "C" TO WS-LN-BOOK
               IF WS-LSV-FILE-UP
                   MOVE COF-LOAN-NUMBER TO LSV-LOAN-NUMBER
                   READ LOAN-SERVICING
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LSV-PRODUCT-CODE TO WS-LN-PRODUCT
                           MOVE LSV-BOARD-DATE TO WS-LN-ORIG-DATE
                   END-READ
               END-IF
           END-IF
      * a loan no longer on its master is dated by its charge-off
           IF WS-LN-ORIG-DATE = 0
               MOVE COF-CHARGE-DATE TO WS-LN-ORIG-DATE
           END-IF
           IF WS-LN-ORIG-DATE < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-LOSS =
                   COF-PRINCIPAL-WO - COF-RECOVERED-TO-DATE
           ADD 1 TO WS-CHARGE-OFFS-USED
           PERFORM FIND-OR-ADD-RATE
           IF WS-PR-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-NET-LOSS TO WS-PR-NET-LOSS(WS-PR-IDX)
           IF WS-LN-PRODUCT NOT = SPACES
               PERFORM FIND-BOOK-RATE
               ADD WS-NET-LOSS TO WS-PR-NET-LOSS(WS-PR-BOOK-IDX)
           END-IF.

      * book rows first, so a product short of history can fall
      * back to its book's rate
       DERIVE-LOSS-RATES.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-PRODUCT(WS-PR-IDX) = SPACES
                   PERFORM DERIVE-ONE-RATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-PRODUCT(WS-PR-IDX) NOT = SPACES
                   PERFORM DERIVE-ONE-RATE
               END-IF
           END-PERFORM.

       DERIVE-ONE-RATE.
           MOVE 0 TO WS-PR-RATE(WS-PR-IDX)
           IF WS-PR-ORIG-TOTAL(WS-PR-IDX) > 0
               IF WS-PR-NET-LOSS(WS-PR-IDX) > 0
                   COMPUTE WS-LN-WORK-RATE ROUNDED =
                           WS-PR-NET-LOSS(WS-PR-IDX)
                         / WS-PR-ORIG-TOTAL(WS-PR-IDX)
                   IF WS-LN-WORK-RATE > 1
                       MOVE 1 TO WS-LN-WORK-RATE
                   END-IF
                   MOVE WS-LN-WORK-RATE TO WS-PR-RATE(WS-PR-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-PRODUCT(WS-PR-IDX) NOT = SPACES
               MOVE WS-PR-BOOK(WS-PR-IDX) TO WS-LN-BOOK
               PERFORM FIND-BOOK-RATE
               MOVE WS-PR-RATE(WS-PR-BOOK-IDX) TO WS-PR-RATE(WS-PR-IDX)
               MOVE "Y" TO WS-PR-BOOK-RATE(WS-PR-IDX)
           END-IF.

       POOL-MORTGAGE-BOOK.
           IF NOT WS-MTG-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-LN-BOOK
           MOVE SPACES TO WS-MTG-STATUS
           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       IF MLR-CURRENT-BALANCE > 0
                               AND NOT MLR-CHARGED-OFF
                           MOVE MLR-LOAN-TYPE TO WS-LN-PRODUCT
                           MOVE MLR-LOAN-NUMBER TO WS-LN-NUMBER
                           MOVE MLR-DAYS-DELINQUENT TO WS-LN-DAYS
                           MOVE MLR-CURRENT-BALANCE TO WS-LN-BALANCE
                           PERFORM POOL-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       POOL-CONSUMER-BOOK.
           IF NOT WS-LSV-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-LN-BOOK
           PERFORM UNTIL WS-LSV-EOF
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-LSV-EOF TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE AND LSV-CURRENT-BALANCE > 0
                           MOVE LSV-PRODUCT-CODE TO WS-LN-PRODUCT
                           MOVE LSV-LOAN-NUMBER TO WS-LN-NUMBER
                           MOVE LSV-DAYS-DELINQUENT TO WS-LN-DAYS
                           MOVE LSV-CURRENT-BALANCE TO WS-LN-BALANCE
                           PERFORM POOL-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       POOL-ONE-LOAN.
           EVALUATE TRUE
               WHEN WS-LN-DAYS < 30
                   MOVE "0" TO WS-LN-BUCKET
                   MOVE WS-FACTOR-CURRENT TO WS-LN-FACTOR
               WHEN WS-LN-DAYS < 60
                   MOVE "1" TO WS-LN-BUCKET
                   MOVE WS-FACTOR-PD-30 TO WS-LN-FACTOR
               WHEN WS-LN-DAYS < 90
                   MOVE "2" TO WS-LN-BUCKET
                   MOVE WS-FACTOR-PD-60 TO WS-LN-FACTOR
               WHEN WS-LN-DAYS < 120
                   MOVE "3" TO WS-LN-BUCKET
                   MOVE WS-FACTOR-PD-90 TO WS-LN-FACTOR
               WHEN OTHER
                   MOVE "4" TO WS-LN-BUCKET
                   MOVE WS-FACTOR-PD-120 TO WS-LN-FACTOR
           END-EVALUATE

           PERFORM FIND-OR-ADD-RATE
           IF WS-PR-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * a product first seen on an open loan has no originations in
      * the lookback; it takes its book's rate
           IF WS-PR-ORIG-TOTAL(WS-PR-IDX) = 0
                   AND WS-PR-BOOK-RATE(WS-PR-IDX) = "N"
                   AND WS-LN-PRODUCT NOT = SPACES
               PERFORM FIND-BOOK-RATE
               MOVE WS-PR-RATE(WS-PR-BOOK-IDX) TO WS-PR-RATE(WS-PR-IDX)
               MOVE "Y" TO WS-PR-BOOK-RATE(WS-PR-IDX)
           END-IF
           COMPUTE WS-LN-WORK-RATE ROUNDED =
                   WS-PR-RATE(WS-PR-IDX) * WS-LN-FACTOR
           IF WS-LN-WORK-RATE > 1
               MOVE 1 TO WS-LN-WORK-RATE
           END-IF
           MOVE WS-LN-WORK-RATE TO WS-LN-RATE
           COMPUTE WS-LN-ALLOWANCE ROUNDED =
                   WS-LN-BALANCE * WS-LN-RATE

           PERFORM ADD-TO-POOL
           ADD 1 TO WS-LOANS-POOLED
           IF WS-LN-BOOK = "M"
               ADD WS-LN-BALANCE TO WS-MTG-BALANCE
               ADD WS-LN-ALLOWANCE TO WS-MTG-ALLOWANCE
           ELSE
               ADD WS-LN-BALANCE TO WS-CLN-BALANCE
               ADD WS-LN-ALLOWANCE TO WS-CLN-ALLOWANCE
           END-IF

           INITIALIZE CECL-DETAIL-RECORD
           MOVE WS-RUN-QUARTER TO CED-QUARTER
           MOVE WS-LN-BOOK TO CED-BOOK
           MOVE WS-LN-PRODUCT TO CED-PRODUCT
           MOVE WS-LN-BUCKET TO CED-BUCKET
           MOVE WS-LN-NUMBER TO CED-LOAN-NUMBER
           MOVE WS-LN-DAYS TO CED-DAYS-DELINQUENT
           MOVE WS-LN-BALANCE TO CED-BALANCE
           MOVE WS-LN-RATE TO CED-LOSS-RATE
           MOVE WS-LN-ALLOWANCE TO CED-ALLOWANCE
           WRITE CECL-DETAIL-RECORD.

       ADD-TO-POOL.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-BOOK(WS-PL-IDX) = WS-LN-BOOK
                       AND WS-PL-PRODUCT(WS-PL-IDX) = WS-LN-PRODUCT
                       AND WS-PL-BUCKET(WS-PL-IDX) = WS-LN-BUCKET
                   ADD 1 TO WS-PL-LOANS(WS-PL-IDX)
                   ADD WS-LN-BALANCE TO WS-PL-BALANCE(WS-PL-IDX)
                   ADD WS-LN-ALLOWANCE TO WS-PL-ALLOWANCE(WS-PL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PL-COUNT >= 500
               DISPLAY "CECLCALC: POOL TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE WS-LN-BOOK TO WS-PL-BOOK(WS-PL-COUNT)
           MOVE WS-LN-PRODUCT TO WS-PL-PRODUCT(WS-PL-COUNT)
           MOVE WS-LN-BUCKET TO WS-PL-BUCKET(WS-PL-COUNT)
           MOVE 1 TO WS-PL-LOANS(WS-PL-COUNT)
           MOVE WS-LN-BALANCE TO WS-PL-BALANCE(WS-PL-COUNT)
           MOVE WS-LN-RATE TO WS-PL-RATE(WS-PL-COUNT)
           MOVE WS-LN-ALLOWANCE TO WS-PL-ALLOWANCE(WS-PL-COUNT).

      * the provision is this quarter's allowance less what the
      * ledger already carries: this quarter's earlier run if there
      * was one, else last quarter's, else nothing
       BOOK-THE-PROVISION.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           MOVE "NONE ON FILE" TO WS-PRIOR-SOURCE
           MOVE WS-RUN-QUARTER TO CEH-QUARTER
           READ HISTORY-FILE
               INVALID KEY
                   MOVE WS-PRIOR-QUARTER TO CEH-QUARTER
                   READ HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CEH-MTG-ALLOWANCE TO WS-MTG-PRIOR
                           MOVE CEH-CLN-ALLOWANCE TO WS-CLN-PRIOR
                           MOVE "LAST QUARTER" TO WS-PRIOR-SOURCE
                   END-READ
               NOT INVALID KEY
                   SET WS-IS-RERUN TO TRUE
                   MOVE CEH-MTG-ALLOWANCE TO WS-MTG-PRIOR
                   MOVE CEH-CLN-ALLOWANCE TO WS-CLN-PRIOR
                   MOVE "EARLIER RUN THIS QUARTER" TO WS-PRIOR-SOURCE
           END-READ

           COMPUTE WS-MTG-PROVISION = WS-MTG-ALLOWANCE - WS-MTG-PRIOR
           COMPUTE WS-CLN-PROVISION = WS-CLN-ALLOWANCE - WS-CLN-PRIOR

           MOVE WS-MTG-PROVISION TO WS-BOOK-PROVISION
           MOVE WS-GL-MTG-ACL-ACCT TO WS-BOOK-ACL-ACCT
           MOVE "MTG" TO WS-BOOK-NAME
           PERFORM POST-BOOK-PROVISION
           MOVE WS-CLN-PROVISION TO WS-BOOK-PROVISION
           MOVE WS-GL-CLN-ACL-ACCT TO WS-BOOK-ACL-ACCT
           MOVE "CLN" TO WS-BOOK-NAME
           PERFORM POST-BOOK-PROVISION

           IF WS-IS-RERUN
               ADD WS-MTG-PROVISION TO CEH-MTG-PROVISION
               ADD WS-CLN-PROVISION TO CEH-CLN-PROVISION
           ELSE
               INITIALIZE CECL-HISTORY-RECORD
               MOVE WS-RUN-QUARTER TO CEH-QUARTER
               MOVE WS-MTG-PROVISION TO CEH-MTG-PROVISION
               MOVE WS-CLN-PROVISION TO CEH-CLN-PROVISION
           END-IF
           MOVE WS-RUN-DATE TO CEH-RUN-DATE
           MOVE WS-MTG-BALANCE TO CEH-MTG-BALANCE
           MOVE WS-MTG-ALLOWANCE TO CEH-MTG-ALLOWANCE
           MOVE WS-CLN-BALANCE TO CEH-CLN-BALANCE
           MOVE WS-CLN-ALLOWANCE TO CEH-CLN-ALLOWANCE
           IF WS-IS-RERUN
               REWRITE CECL-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "CECLCALC: HISTORY REWRITE FAILED"
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CECL-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "CECLCALC: HISTORY WRITE FAILED"
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF
           CLOSE HISTORY-FILE.

      * a build charges provision expense and credits the book's
      * allowance; a release runs the other way
       POST-BOOK-PROVISION.
           IF WS-BOOK-PROVISION = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-PROVISION > 0
               MOVE WS-GL-PROVISION-ACCT TO WS-GL-DR-ACCT
               MOVE WS-BOOK-ACL-ACCT TO WS-GL-CR-ACCT
               MOVE WS-BOOK-PROVISION TO WS-GL-AMOUNT
           ELSE
               MOVE WS-BOOK-ACL-ACCT TO WS-GL-DR-ACCT
               MOVE WS-GL-PROVISION-ACCT TO WS-GL-CR-ACCT
               COMPUTE WS-GL-AMOUNT = 0 - WS-BOOK-PROVISION
           END-IF
           MOVE SPACES TO WS-GL-DESC
           STRING "CECL PROVISION " WS-BOOK-NAME " " WS-RUN-QUARTER
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
               DISPLAY "CECLCALC: GLPOST FAILED FOR " WS-BOOK-NAME
                       " RC=" WS-GL-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ALLOWANCE-REPORT.
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING "CECLCALC - ALLOWANCE FOR CREDIT LOSSES   QUARTER "
                  WS-RUN-QUARTER "   RUN " WS-RUN-DATE
                  "   LOOKBACK " WS-LOOKBACK-YEARS " YEARS"
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE "LIFETIME LOSS RATES (BOOK/PRODUCT)"
               TO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           PERFORM WRITE-RATE-LINE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE "POOLS (BOOK/PRODUCT/BUCKET 0=CUR 1=30 2=60 3=90 4=120)"
               TO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           PERFORM WRITE-POOL-LINE
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING "PRIOR ALLOWANCE FROM " WS-PRIOR-SOURCE
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE "MTG" TO WS-BOOK-NAME
           MOVE WS-MTG-ALLOWANCE TO WS-DISPLAY-AMOUNT
           MOVE WS-MTG-PRIOR TO WS-DISPLAY-AMOUNT-2
           MOVE WS-MTG-PROVISION TO WS-BOOK-PROVISION
           MOVE WS-MTG-BALANCE TO WS-GL-AMOUNT
           PERFORM WRITE-BOOK-LINE
           MOVE "CLN" TO WS-BOOK-NAME
           MOVE WS-CLN-ALLOWANCE TO WS-DISPLAY-AMOUNT
           MOVE WS-CLN-PRIOR TO WS-DISPLAY-AMOUNT-2
           MOVE WS-CLN-PROVISION TO WS-BOOK-PROVISION
           MOVE WS-CLN-BALANCE TO WS-GL-AMOUNT
           PERFORM WRITE-BOOK-LINE.

       WRITE-RATE-LINE.
           COMPUTE WS-PCT-WORK ROUNDED = WS-PR-RATE(WS-PR-IDX) * 100
           MOVE WS-PCT-WORK TO WS-DISPLAY-PCT
           MOVE WS-PR-ORIG-TOTAL(WS-PR-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-PR-NET-LOSS(WS-PR-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING WS-PR-BOOK(WS-PR-IDX) "/" WS-PR-PRODUCT(WS-PR-IDX)
                  " ORIGINATED=" WS-DISPLAY-AMOUNT
                  " NET LOSS=" WS-DISPLAY-AMOUNT-2
                  " RATE%=" WS-DISPLAY-PCT
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           IF WS-PR-BOOK-RATE(WS-PR-IDX) = "Y"
               MOVE "(BOOK RATE)" TO ALLOWANCE-RPT-LINE(98:11)
           END-IF
           WRITE ALLOWANCE-RPT-LINE.

       WRITE-POOL-LINE.
           COMPUTE WS-PCT-WORK ROUNDED = WS-PL-RATE(WS-PL-IDX) * 100
           MOVE WS-PCT-WORK TO WS-DISPLAY-PCT
           MOVE WS-PL-LOANS(WS-PL-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-PL-BALANCE(WS-PL-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-PL-ALLOWANCE(WS-PL-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING WS-PL-BOOK(WS-PL-IDX) "/" WS-PL-PRODUCT(WS-PL-IDX)
                  "/" WS-PL-BUCKET(WS-PL-IDX)
                  " LOANS=" WS-DISPLAY-COUNT
                  " BALANCE=" WS-DISPLAY-AMOUNT
                  " RATE%=" WS-DISPLAY-PCT
                  " ALLOWANCE=" WS-DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE.

       WRITE-BOOK-LINE.
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING WS-BOOK-NAME
                  " REQUIRED ALLOWANCE=" WS-DISPLAY-AMOUNT
                  " PRIOR=" WS-DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE
           MOVE WS-GL-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-BOOK-PROVISION TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO ALLOWANCE-RPT-LINE
           STRING WS-BOOK-NAME
                  " POOLED BALANCE=    " WS-DISPLAY-AMOUNT
                  " PROVISION POSTED=" WS-DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO ALLOWANCE-RPT-LINE
           WRITE ALLOWANCE-RPT-LINE.

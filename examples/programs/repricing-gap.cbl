       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRGAP.

      ****************************************************************
      * QUARTER-END BATCH: interest rate risk repricing gap for
      * ALCO. Every balance on the books is placed in the time band
      * in which it next reprices or runs off, months from the run
      * date:
      *   CDs                - the whole balance at CD-MATURITY-DATE
      *   other deposits     - no maturity: the balance runs off
      *                        straight-line at ALM's assumed annual
      *                        decay rate for the ACCT-TYPE
      *   ARM mortgages      - the whole balance at the next change
      *                        date on the ARM terms (ARMTERMS)
      *   fixed mortgages    - the amortizing principal cash flows
      *                        of the P&I installment from the next
      *                        due date, any balloon at the last
      *                        remaining month; principal deferred
      *                        by a modification at maturity
      *   consumer loans     - the amortizing principal cash flows
      *                        of the installment from the next due
      *                        date
      * Charged-off loans are off the balance sheet and left out.
      * Loans are the rate-sensitive assets, deposits the
      * rate-sensitive liabilities; the report (GAPRPT) shows the
      * make-up of each band, the periodic and cumulative gap, and
      * the change in the next twelve months' net interest income
      * for parallel shocks of +/-100, 200 and 300 basis points -
      * each band's gap repriced by the shock for the part of the
      * year left after the band's midpoint.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT ARM-TERMS-FILE ASSIGN TO "ARMTERMS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARM-LOAN-NUMBER
               FILE STATUS IS WS-ARM-STATUS.
           SELECT LOAN-SERVICING ASSIGN TO "LOANSERV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT GAP-RPT ASSIGN TO "GAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  ARM-TERMS-FILE.
       COPY "arm-terms.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  GAP-RPT.
       01  GAP-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-ARM-STATUS         PIC X(2).
           88  WS-ARM-MISSING        VALUE "35".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-HAVE-ARM-FILE       PIC X(1) VALUE "Y".
           88  WS-ARM-FILE-UP         VALUE "Y".

      * ALM's decay assumptions for deposits with no maturity: the
      * share of today's balance assumed to run off (reprice) in a
      * year, straight-line, by ACCT-TYPE
       01  WS-DECAY-CHECKING      PIC 9V9(4) VALUE 0.2000.
       01  WS-DECAY-SAVINGS       PIC 9V9(4) VALUE 0.1500.
       01  WS-DECAY-MONEY-MARKET  PIC 9V9(4) VALUE 0.4000.
       01  WS-DECAY-IRA           PIC 9V9(4) VALUE 0.1000.

      * the time bands: upper limit in months from the run date,
      * label, and the share of the coming year left after the
      * band's midpoint, over which a shock reprices the band's gap
       01  WS-BAND-LIMIT-LIST     PIC X(21)
                                  VALUE "003006012036060120999".
       01  WS-BAND-LIMITS REDEFINES WS-BAND-LIMIT-LIST.
           05  WS-BAND-LIMIT      OCCURS 7 TIMES PIC 9(3).
       01  WS-BAND-LABEL-LIST     PIC X(56) VALUE
           "0-3 MO  3-6 MO  6-12 MO 1-3 YR  3-5 YR  5-10 YR OVER 10Y".
       01  WS-BAND-LABELS REDEFINES WS-BAND-LABEL-LIST.
           05  WS-BAND-LABEL      OCCURS 7 TIMES PIC X(8).
       01  WS-BAND-WEIGHT-LIST    PIC X(28)
                                  VALUE "0875062502500000000000000000".
       01  WS-BAND-WEIGHTS REDEFINES WS-BAND-WEIGHT-LIST.
           05  WS-BAND-WEIGHT     OCCURS 7 TIMES PIC 9V999.

      * the parallel shocks, in basis points
       01  WS-SHOCK-LIST          PIC X(24)
                                  VALUE "+100+200+300-100-200-300".
       01  WS-SHOCKS REDEFINES WS-SHOCK-LIST.
           05  WS-SHOCK-BP        OCCURS 6 TIMES PIC S9(3)
                                  SIGN LEADING SEPARATE.
       01  WS-SHOCK-IDX           PIC 9(2) COMP.

      * band totals by source
       01  WS-BD-IDX              PIC 9(2) COMP.
       01  WS-BAND-TABLE.
           05  WS-BD-ENTRY OCCURS 7 TIMES.
               10  WS-BD-MTG          PIC S9(13)V99 COMP-3.
               10  WS-BD-CLN          PIC S9(13)V99 COMP-3.
               10  WS-BD-CD           PIC S9(13)V99 COMP-3.
               10  WS-BD-NMD          PIC S9(13)V99 COMP-3.
               10  WS-BD-ASSETS       PIC S9(13)V99 COMP-3.
               10  WS-BD-LIABS        PIC S9(13)V99 COMP-3.
               10  WS-BD-GAP          PIC S9(13)V99 COMP-3.
               10  WS-BD-CUM-GAP      PIC S9(13)V99 COMP-3.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-MONTHS          PIC 9(7) COMP.

      * the item being placed
       01  WS-ITEM-SOURCE         PIC X(1).
           88  WS-ITEM-MTG            VALUE "M".
           88  WS-ITEM-CLN            VALUE "C".
           88  WS-ITEM-CD             VALUE "D".
           88  WS-ITEM-NMD            VALUE "N".
       01  WS-ITEM-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-ITEM-DATE           PIC 9(8).
       01  WS-ITEM-DATE-X REDEFINES WS-ITEM-DATE.
           05  WS-ITEM-YEAR       PIC 9(4).
           05  WS-ITEM-MONTH      PIC 9(2).
           05  WS-ITEM-DAY        PIC 9(2).
       01  WS-MONTHS-OUT          PIC S9(5) COMP.

      * a loan's principal as it amortizes
       01  WS-CF-BALANCE          PIC S9(11)V99 COMP-3.
       01  WS-CF-RATE             PIC 9V9(4) COMP-3.
       01  WS-CF-PAYMENT          PIC S9(9)V99 COMP-3.
       01  WS-CF-INTEREST         PIC S9(9)V99 COMP-3.
       01  WS-CF-PRINCIPAL        PIC S9(11)V99 COMP-3.
       01  WS-CF-FIRST-MONTHS     PIC S9(5) COMP.
       01  WS-CF-MAX-MONTHS       PIC 9(3) COMP.
       01  WS-CF-MONTH            PIC 9(4) COMP.

      * a deposit as it decays
       01  WS-DECAY-RATE          PIC 9V9(4).
       01  WS-DECAY-LEFT          PIC S9(13)V99 COMP-3.
       01  WS-DECAY-SLICE         PIC S9(13)V99 COMP-3.
       01  WS-DECAY-BAND-MONTHS   PIC 9(3) COMP.

       01  WS-DEPOSITS-PLACED     PIC 9(9) COMP VALUE 0.
       01  WS-MORTGAGES-PLACED    PIC 9(9) COMP VALUE 0.
       01  WS-ARMS-PLACED         PIC 9(9) COMP VALUE 0.
       01  WS-CONSUMER-PLACED     PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-ASSETS        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LIABS         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NII-CHANGE          PIC S9(13)V99 COMP-3.
       01  WS-CUM-PCT             PIC S9(5)V99 COMP-3.

       01  WS-DISPLAY-AMOUNT      PIC -(11)9.99.
       01  WS-DISPLAY-AMOUNT-2    PIC -(11)9.99.
       01  WS-DISPLAY-AMOUNT-3    PIC -(11)9.99.
       01  WS-DISPLAY-AMOUNT-4    PIC -(11)9.99.
       01  WS-DISPLAY-PCT         PIC -(4)9.99.
       01  WS-DISPLAY-SHOCK       PIC +ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-MONTHS = WS-RUN-YEAR * 12 + WS-RUN-MONTH
           INITIALIZE WS-BAND-TABLE

           PERFORM PLACE-DEPOSIT-BOOK
           PERFORM PLACE-MORTGAGE-BOOK
           PERFORM PLACE-CONSUMER-BOOK
           PERFORM DERIVE-GAPS

           OPEN OUTPUT GAP-RPT
           PERFORM WRITE-GAP-REPORT
           CLOSE GAP-RPT

           DISPLAY "RPRGAP: RUN DATE          = " WS-RUN-DATE
           DISPLAY "RPRGAP: DEPOSITS PLACED   = " WS-DEPOSITS-PLACED
           DISPLAY "RPRGAP: MORTGAGES PLACED  = " WS-MORTGAGES-PLACED
           DISPLAY "RPRGAP: OF WHICH ARM      = " WS-ARMS-PLACED
           DISPLAY "RPRGAP: CONSUMER PLACED   = " WS-CONSUMER-PLACED
           DISPLAY "RPRGAP: SENSITIVE ASSETS  = " WS-TOTAL-ASSETS
           DISPLAY "RPRGAP: SENSITIVE LIABS   = " WS-TOTAL-LIABS

           GOBACK.

       PLACE-DEPOSIT-BOOK.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "RPRGAP: ACCOUNT MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF ACCT-OPEN AND ACCT-CURRENT-BAL > 0
                           PERFORM PLACE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

      * a CD reprices whole at maturity - one already past it is
      * repricing now; the rest decay over the bands
       PLACE-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-PLACED
           MOVE ACCT-CURRENT-BAL TO WS-ITEM-AMOUNT
           IF ACCT-CD
               SET WS-ITEM-CD TO TRUE
               MOVE CD-MATURITY-DATE TO WS-ITEM-DATE
               PERFORM SET-MONTHS-TO-DATE
               PERFORM ADD-TO-BAND
               EXIT PARAGRAPH
           END-IF

           SET WS-ITEM-NMD TO TRUE
           EVALUATE TRUE
               WHEN ACCT-SAVINGS
                   MOVE WS-DECAY-SAVINGS TO WS-DECAY-RATE
               WHEN ACCT-MONEY-MARKET
                   MOVE WS-DECAY-MONEY-MARKET TO WS-DECAY-RATE
               WHEN ACCT-IRA
                   MOVE WS-DECAY-IRA TO WS-DECAY-RATE
               WHEN OTHER
                   MOVE WS-DECAY-CHECKING TO WS-DECAY-RATE
           END-EVALUATE
           MOVE ACCT-CURRENT-BAL TO WS-DECAY-LEFT
           PERFORM DECAY-INTO-ONE-BAND
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 7 OR WS-DECAY-LEFT = 0.

      * the band's share is the annual runoff for the months the
      * band spans; the last band takes whatever is left
       DECAY-INTO-ONE-BAND.
           IF WS-BD-IDX = 7
               MOVE WS-DECAY-LEFT TO WS-DECAY-SLICE
           ELSE
               IF WS-BD-IDX = 1
                   MOVE WS-BAND-LIMIT(1) TO WS-DECAY-BAND-MONTHS
               ELSE
                   COMPUTE WS-DECAY-BAND-MONTHS =
                           WS-BAND-LIMIT(WS-BD-IDX)
                         - WS-BAND-LIMIT(WS-BD-IDX - 1)
               END-IF
               COMPUTE WS-DECAY-SLICE ROUNDED =
                       ACCT-CURRENT-BAL * WS-DECAY-RATE
                     * WS-DECAY-BAND-MONTHS / 12
               IF WS-DECAY-SLICE > WS-DECAY-LEFT
                   MOVE WS-DECAY-LEFT TO WS-DECAY-SLICE
               END-IF
           END-IF
           MOVE WS-DECAY-SLICE TO WS-ITEM-AMOUNT
           PERFORM ADD-AMOUNT-TO-BAND
           SUBTRACT WS-DECAY-SLICE FROM WS-DECAY-LEFT.

       PLACE-MORTGAGE-BOOK.
           OPEN INPUT MORTGAGE-MASTER
           IF WS-MTG-MISSING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARM-TERMS-FILE
           IF WS-ARM-MISSING
               MOVE "N" TO WS-HAVE-ARM-FILE
               DISPLAY "RPRGAP: NO ARM TERMS FILE - ALL MORTGAGES "
                       "PLACED AS FIXED"
           END-IF
           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       IF MLR-CURRENT-BALANCE > 0
                               AND NOT MLR-CHARGED-OFF
                           PERFORM PLACE-ONE-MORTGAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARM-FILE-UP
               CLOSE ARM-TERMS-FILE
           END-IF
           CLOSE MORTGAGE-MASTER.

       PLACE-ONE-MORTGAGE.
           ADD 1 TO WS-MORTGAGES-PLACED
           SET WS-ITEM-MTG TO TRUE
           IF MLR-DEFERRED-PRINCIPAL > 0
               MOVE MLR-DEFERRED-PRINCIPAL TO WS-ITEM-AMOUNT
               MOVE MLR-MATURITY-DATE TO WS-ITEM-DATE
               PERFORM SET-MONTHS-TO-DATE
               PERFORM ADD-TO-BAND
           END-IF

           IF WS-ARM-FILE-UP
               MOVE MLR-LOAN-NUMBER TO ARM-LOAN-NUMBER
               READ ARM-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARM-NEXT-RESET-DATE > 0
                           ADD 1 TO WS-ARMS-PLACED
                           MOVE MLR-CURRENT-BALANCE TO WS-ITEM-AMOUNT
                           MOVE ARM-NEXT-RESET-DATE TO WS-ITEM-DATE
                           PERFORM SET-MONTHS-TO-DATE
                           PERFORM ADD-TO-BAND
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE MLR-CURRENT-BALANCE TO WS-CF-BALANCE
           MOVE MLR-INTEREST-RATE TO WS-CF-RATE
           MOVE MLR-PI-AMOUNT TO WS-CF-PAYMENT
           MOVE MLR-REMAIN-MONTHS TO WS-CF-MAX-MONTHS
           IF WS-CF-MAX-MONTHS = 0
               MOVE MLR-TERM-MONTHS TO WS-CF-MAX-MONTHS
           END-IF
           MOVE MLR-NEXT-PMT-DUE TO WS-ITEM-DATE
           PERFORM PLACE-AMORTIZING-PRINCIPAL.

       PLACE-CONSUMER-BOOK.
           OPEN INPUT LOAN-SERVICING
           IF WS-LSV-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LSV-EOF
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-LSV-EOF TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE AND LSV-CURRENT-BALANCE > 0
                           PERFORM PLACE-ONE-CONSUMER-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SERVICING.

       PLACE-ONE-CONSUMER-LOAN.
           ADD 1 TO WS-CONSUMER-PLACED
           SET WS-ITEM-CLN TO TRUE
           MOVE LSV-CURRENT-BALANCE TO WS-CF-BALANCE
           MOVE LSV-RATE TO WS-CF-RATE
           MOVE LSV-PAYMENT-AMOUNT TO WS-CF-PAYMENT
           MOVE LSV-TERM-MONTHS TO WS-CF-MAX-MONTHS
           MOVE LSV-NEXT-DUE-DATE TO WS-ITEM-DATE
           PERFORM PLACE-AMORTIZING-PRINCIPAL.

      * runs the installment against the balance month by month
      * from the next due date, each month's principal into its
      * band; what the installments have not retired by the last
      * month lands there as a balloon
       PLACE-AMORTIZING-PRINCIPAL.
           PERFORM SET-MONTHS-TO-DATE
           MOVE WS-MONTHS-OUT TO WS-CF-FIRST-MONTHS
           IF WS-CF-MAX-MONTHS = 0
               MOVE 1 TO WS-CF-MAX-MONTHS
           END-IF
           PERFORM AMORTIZE-ONE-MONTH
               VARYING WS-CF-MONTH FROM 1 BY 1
               UNTIL WS-CF-MONTH > WS-CF-MAX-MONTHS
                  OR WS-CF-BALANCE <= 0
           IF WS-CF-BALANCE > 0
               COMPUTE WS-MONTHS-OUT =
                       WS-CF-FIRST-MONTHS + WS-CF-MAX-MONTHS - 1
               MOVE WS-CF-BALANCE TO WS-ITEM-AMOUNT
               PERFORM ADD-TO-BAND
           END-IF.

       AMORTIZE-ONE-MONTH.
           COMPUTE WS-CF-INTEREST ROUNDED =
                   WS-CF-BALANCE * WS-CF-RATE / 12
           COMPUTE WS-CF-PRINCIPAL = WS-CF-PAYMENT - WS-CF-INTEREST
           IF WS-CF-PRINCIPAL <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-PRINCIPAL > WS-CF-BALANCE
               MOVE WS-CF-BALANCE TO WS-CF-PRINCIPAL
           END-IF
           SUBTRACT WS-CF-PRINCIPAL FROM WS-CF-BALANCE
           COMPUTE WS-MONTHS-OUT = WS-CF-FIRST-MONTHS + WS-CF-MONTH - 1
           MOVE WS-CF-PRINCIPAL TO WS-ITEM-AMOUNT
           PERFORM ADD-TO-BAND.

      * whole months from the run date to WS-ITEM-DATE; a date
      * already passed (or none) reprices now
       SET-MONTHS-TO-DATE.
           IF WS-ITEM-DATE = 0
               MOVE 0 TO WS-MONTHS-OUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHS-OUT =
                   WS-ITEM-YEAR * 12 + WS-ITEM-MONTH - WS-RUN-MONTHS
           IF WS-MONTHS-OUT < 0
               MOVE 0 TO WS-MONTHS-OUT
           END-IF.

       ADD-TO-BAND.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX >= 7
                      OR WS-MONTHS-OUT <= WS-BAND-LIMIT(WS-BD-IDX)
               CONTINUE
           END-PERFORM
           PERFORM ADD-AMOUNT-TO-BAND.

       ADD-AMOUNT-TO-BAND.
           EVALUATE TRUE
               WHEN WS-ITEM-MTG
                   ADD WS-ITEM-AMOUNT TO WS-BD-MTG(WS-BD-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-BD-ASSETS(WS-BD-IDX)
               WHEN WS-ITEM-CLN
                   ADD WS-ITEM-AMOUNT TO WS-BD-CLN(WS-BD-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-BD-ASSETS(WS-BD-IDX)
               WHEN WS-ITEM-CD
                   ADD WS-ITEM-AMOUNT TO WS-BD-CD(WS-BD-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-BD-LIABS(WS-BD-IDX)
               WHEN OTHER
                   ADD WS-ITEM-AMOUNT TO WS-BD-NMD(WS-BD-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-BD-LIABS(WS-BD-IDX)
           END-EVALUATE.

       DERIVE-GAPS.
           PERFORM DERIVE-ONE-GAP
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 7.

       DERIVE-ONE-GAP.
           COMPUTE WS-BD-GAP(WS-BD-IDX) =
                   WS-BD-ASSETS(WS-BD-IDX) - WS-BD-LIABS(WS-BD-IDX)
           ADD WS-BD-ASSETS(WS-BD-IDX) TO WS-TOTAL-ASSETS
           ADD WS-BD-LIABS(WS-BD-IDX) TO WS-TOTAL-LIABS
           IF WS-BD-IDX = 1
               MOVE WS-BD-GAP(1) TO WS-BD-CUM-GAP(1)
           ELSE
               COMPUTE WS-BD-CUM-GAP(WS-BD-IDX) =
                       WS-BD-CUM-GAP(WS-BD-IDX - 1)
                     + WS-BD-GAP(WS-BD-IDX)
           END-IF.

       WRITE-GAP-REPORT.
           MOVE SPACES TO GAP-RPT-LINE
           STRING "RPRGAP - INTEREST RATE REPRICING GAP   RUN "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           MOVE SPACES TO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           MOVE SPACES TO GAP-RPT-LINE
           STRING "BAND COMPOSITION (ASSETS: MORTGAGE, CONSUMER; "
                  "LIABILITIES: CD, NON-MATURITY DEPOSITS)"
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           PERFORM WRITE-COMPOSITION-LINE
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 7
           MOVE SPACES TO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           MOVE SPACES TO GAP-RPT-LINE
           STRING "REPRICING GAP (RATE-SENSITIVE ASSETS LESS "
                  "LIABILITIES; CUM% OF SENSITIVE ASSETS)"
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           PERFORM WRITE-GAP-LINE
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 7
           MOVE WS-TOTAL-ASSETS TO WS-DISPLAY-AMOUNT
           MOVE WS-TOTAL-LIABS TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO GAP-RPT-LINE
           STRING "TOTAL    ASSETS=" WS-DISPLAY-AMOUNT
                  " LIABS=" WS-DISPLAY-AMOUNT-2
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           MOVE SPACES TO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           MOVE "NET INTEREST INCOME CHANGE, NEXT 12 MONTHS"
               TO GAP-RPT-LINE
           WRITE GAP-RPT-LINE
           PERFORM WRITE-SHOCK-LINE
               VARYING WS-SHOCK-IDX FROM 1 BY 1
               UNTIL WS-SHOCK-IDX > 6.

       WRITE-COMPOSITION-LINE.
           MOVE WS-BD-MTG(WS-BD-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-BD-CLN(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE WS-BD-CD(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-3
           MOVE WS-BD-NMD(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-4
           MOVE SPACES TO GAP-RPT-LINE
           STRING WS-BAND-LABEL(WS-BD-IDX)
                  " MTG=" WS-DISPLAY-AMOUNT
                  " CLN=" WS-DISPLAY-AMOUNT-2
                  " CD=" WS-DISPLAY-AMOUNT-3
                  " NMD=" WS-DISPLAY-AMOUNT-4
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE.

       WRITE-GAP-LINE.
           MOVE 0 TO WS-CUM-PCT
           IF WS-TOTAL-ASSETS NOT = 0
               COMPUTE WS-CUM-PCT ROUNDED =
                       WS-BD-CUM-GAP(WS-BD-IDX) * 100
                     / WS-TOTAL-ASSETS
           END-IF
           MOVE WS-CUM-PCT TO WS-DISPLAY-PCT
           MOVE WS-BD-ASSETS(WS-BD-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-BD-LIABS(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-2
           MOVE WS-BD-GAP(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-3
           MOVE WS-BD-CUM-GAP(WS-BD-IDX) TO WS-DISPLAY-AMOUNT-4
           MOVE SPACES TO GAP-RPT-LINE
           STRING WS-BAND-LABEL(WS-BD-IDX)
                  " ASSETS=" WS-DISPLAY-AMOUNT
                  " LIABS=" WS-DISPLAY-AMOUNT-2
                  " GAP=" WS-DISPLAY-AMOUNT-3
                  " CUM=" WS-DISPLAY-AMOUNT-4
                  " CUM%=" WS-DISPLAY-PCT
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE.

      * each band's gap reprices by the shock for the share of the
      * year it is weighted with; bands past a year do not move
      * this year's income
       WRITE-SHOCK-LINE.
           MOVE 0 TO WS-NII-CHANGE
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > 7
               COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
                     + WS-BD-GAP(WS-BD-IDX) * WS-BAND-WEIGHT(WS-BD-IDX)
                     * WS-SHOCK-BP(WS-SHOCK-IDX) / 10000
           END-PERFORM
           MOVE WS-SHOCK-BP(WS-SHOCK-IDX) TO WS-DISPLAY-SHOCK
           MOVE WS-NII-CHANGE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO GAP-RPT-LINE
           STRING "SHOCK " WS-DISPLAY-SHOCK " BP  NII CHANGE="
                  WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO GAP-RPT-LINE
           WRITE GAP-RPT-LINE.

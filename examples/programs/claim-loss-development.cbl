       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSTRI.

      ****************************************************************
      * QUARTER-END BATCH: claims loss development triangles and the
      * chain-ladder IBNR indication - the view the actuaries used to
      * rebuild by hand from claim extracts. Runs on the last
      * business day of the quarter; the run date is the evaluation
      * date.
      *
      * Every reported claim incurred by the evaluation date is
      * grouped by line (ICR-CLAIM-TYPE) and accident quarter (the
      * quarter of ICR-INCIDENT-DATE). Paid losses are the
      * ICR-PAYMENT-HISTORY payments dated by the evaluation date,
      * net of the recoveries CLMRECOV posts there as negative
      * payments; the case reserve is what ICR-RESERVE-AMOUNT has
      * left over gross paid on a claim still open or pending;
      * incurred is net paid plus case. This quarter's diagonal is
      * saved on the loss development history (LOSSHIST), a re-run
      * replacing it, and the triangles are read back from there so
      * no earlier evaluation is ever recomputed.
      *
      * The report (LOSSRPT) gives, line by line, the paid and the
      * incurred triangle for the last twenty accident quarters at
      * quarterly ages out to sixty months, the volume-weighted
      * age-to-age factors of each, and the chain-ladder IBNR: each
      * accident quarter's latest incurred developed to sixty months
      * by the incurred factors, less the incurred already on the
      * books. Ages past sixty months are taken as fully developed.
      * RC=4 when a claim's type is none of the four lines or a
      * table fills.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-IN ASSIGN TO "CLAIMMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT LOSS-HISTORY ASSIGN TO "LOSSHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LDV-KEY
               FILE STATUS IS WS-LDV-STATUS.
           SELECT LOSS-RPT ASSIGN TO "LOSSRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-IN.
       COPY "insurance-claim.cpy".

       FD  LOSS-HISTORY.
       COPY "loss-development.cpy".

       FD  LOSS-RPT.
       01  LOSS-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLM-STATUS         PIC X(2).
           88  WS-CLM-EOF            VALUE "10".
           88  WS-CLM-MISSING        VALUE "35".
       01  WS-LDV-STATUS         PIC X(2).
           88  WS-LDV-OK             VALUE "00".
           88  WS-LDV-NOT-FOUND      VALUE "23", "35".
           88  WS-LDV-EOF            VALUE "10".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-RUN-MONTH           PIC 9(2).
       01  WS-RUN-QUARTER         PIC 9(5).
       01  WS-RUN-QTR-INDEX       PIC 9(6) COMP.
       01  WS-FIRST-QTR-INDEX     PIC 9(6) COMP.

       01  WS-CLAIMS-READ         PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-USED         PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-NOT-YET      PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-NO-LINE      PIC 9(9) COMP VALUE 0.
       01  WS-CELLS-SAVED         PIC 9(9) COMP VALUE 0.
       01  WS-HISTORY-ROWS        PIC 9(9) COMP VALUE 0.
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".
           88  WS-A-TABLE-FILLED      VALUE "Y".

      * the four lines, in report order
       01  WS-LINE-CODE-LIST      PIC X(8) VALUE "AUHMLFHE".
       01  WS-LINE-CODES REDEFINES WS-LINE-CODE-LIST.
           05  WS-LINE-CODE       OCCURS 4 TIMES PIC X(2).
       01  WS-LINE-IDX            PIC 9 COMP.
       01  WS-LINE-FOUND          PIC X(1).
           88  WS-LINE-HIT            VALUE "Y".

      * one claim at the evaluation date
       01  WS-PMT-IDX             PIC 9(2) COMP.
       01  WS-CLM-GROSS-PAID      PIC S9(11)V99 COMP-3.
       01  WS-CLM-RECOVERIES      PIC S9(11)V99 COMP-3.
       01  WS-CLM-CASE            PIC S9(11)V99 COMP-3.
       01  WS-ACCIDENT-QUARTER    PIC 9(5).
       01  WS-INC-YEAR            PIC 9(4).
       01  WS-INC-MONTH           PIC 9(2).

      * this evaluation's diagonal, by line and accident quarter
       01  WS-EV-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-EV-IDX              PIC 9(4) COMP.
       01  WS-EV-FOUND            PIC X(1).
           88  WS-EV-HIT              VALUE "Y".
       01  WS-EVAL-TABLE.
           05  WS-EV-ENTRY OCCURS 800 TIMES.
               10  WS-EV-LINE         PIC X(2).
               10  WS-EV-ACC-QTR      PIC 9(5).
               10  WS-EV-CLAIMS       PIC 9(7) COMP.
               10  WS-EV-GROSS-PAID   PIC S9(13)V99 COMP-3.
               10  WS-EV-RECOVERIES   PIC S9(13)V99 COMP-3.
               10  WS-EV-CASE         PIC S9(13)V99 COMP-3.

      * the triangles: line, accident quarter (oldest of the twenty
      * first) and age in quarters
       01  WS-ACC-SLOTS           PIC 9(2) COMP VALUE 20.
       01  WS-AGE-SLOTS           PIC 9(2) COMP VALUE 20.
       01  WS-ACC-IDX             PIC 9(2) COMP.
       01  WS-AGE-IDX             PIC 9(2) COMP.
       01  WS-NEXT-AGE            PIC 9(2) COMP.
       01  WS-LAST-AGE            PIC 9(2) COMP.
       01  WS-TRIANGLES.
           05  WS-TRI-LINE OCCURS 4 TIMES.
               10  WS-TRI-ACC OCCURS 20 TIMES.
                   15  WS-TRI-AGE OCCURS 20 TIMES.
                       20  WS-TRI-HAVE       PIC X(1).
                       20  WS-TRI-PAID       PIC S9(13)V99 COMP-3.
                       20  WS-TRI-INCURRED   PIC S9(13)V99 COMP-3.
       01  WS-FACTORS.
           05  WS-FAC-LINE OCCURS 4 TIMES.
               10  WS-FAC-AGE OCCURS 19 TIMES.
                   15  WS-FAC-PAID           PIC 9(3)V9(4).
                   15  WS-FAC-INCURRED       PIC 9(3)V9(4).
       01  WS-SUM-FROM-PAID       PIC S9(15)V99 COMP-3.
       01  WS-SUM-TO-PAID         PIC S9(15)V99 COMP-3.
       01  WS-SUM-FROM-INC        PIC S9(15)V99 COMP-3.
       01  WS-SUM-TO-INC          PIC S9(15)V99 COMP-3.
       01  WS-QTR-INDEX           PIC 9(6) COMP.
       01  WS-QTR-YEAR            PIC 9(4).
       01  WS-QTR-NUMBER          PIC 9(1).
       01  WS-AGE-QUARTERS        PIC S9(6) COMP.

      * chain ladder
       01  WS-CDF                 PIC 9(5)V9(6) COMP-3.
       01  WS-LATEST-INCURRED     PIC S9(13)V99 COMP-3.
       01  WS-ULTIMATE            PIC S9(13)V99 COMP-3.
       01  WS-IBNR                PIC S9(13)V99 COMP-3.
       01  WS-LINE-LATEST         PIC S9(15)V99 COMP-3.
       01  WS-LINE-ULTIMATE       PIC S9(15)V99 COMP-3.
       01  WS-LINE-IBNR           PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-IBNR          PIC S9(15)V99 COMP-3 VALUE 0.

      * report work
       01  WS-TRI-KIND            PIC X(1).
           88  WS-KIND-PAID           VALUE "P".
           88  WS-KIND-INCURRED       VALUE "I".
       01  WS-PANEL-START         PIC 9(2) COMP.
       01  WS-PANEL-END           PIC 9(2) COMP.
       01  WS-COL                 PIC 9(3) COMP.
       01  WS-CELL-DISPLAY        PIC -Z(9)9.
       01  WS-AGE-DISPLAY         PIC ZZ9.
       01  WS-FACTOR-DISPLAY      PIC ZZ9.9999.
       01  WS-CDF-DISPLAY         PIC ZZZ9.9999.
       01  WS-AMT-DISPLAY         PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-2       PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-3       PIC -Z(12)9.99.
       01  WS-QTR-LABEL           PIC X(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-EVALUATION-QUARTER

           PERFORM GATHER-THIS-EVALUATION

           OPEN I-O LOSS-HISTORY
           IF WS-LDV-NOT-FOUND
               OPEN OUTPUT LOSS-HISTORY
               CLOSE LOSS-HISTORY
               OPEN I-O LOSS-HISTORY
           END-IF
           PERFORM SAVE-THIS-EVALUATION
           INITIALIZE WS-TRIANGLES
           PERFORM LOAD-TRIANGLES
           CLOSE LOSS-HISTORY

           PERFORM DERIVE-AGE-TO-AGE-FACTORS

           OPEN OUTPUT LOSS-RPT
           PERFORM WRITE-LOSS-REPORT
           CLOSE LOSS-RPT

           DISPLAY "LOSSTRI: EVALUATION QUARTER = " WS-RUN-QUARTER
           DISPLAY "LOSSTRI: CLAIMS READ        = " WS-CLAIMS-READ
           DISPLAY "LOSSTRI: CLAIMS DEVELOPED   = " WS-CLAIMS-USED
           DISPLAY "LOSSTRI: NOT YET INCURRED   = " WS-CLAIMS-NOT-YET
           DISPLAY "LOSSTRI: NO LINE            = " WS-CLAIMS-NO-LINE
           DISPLAY "LOSSTRI: CELLS SAVED        = " WS-CELLS-SAVED
           DISPLAY "LOSSTRI: HISTORY ROWS READ  = " WS-HISTORY-ROWS
           MOVE WS-TOTAL-IBNR TO WS-AMT-DISPLAY
           DISPLAY "LOSSTRI: IBNR INDICATED     = " WS-AMT-DISPLAY
           IF WS-CLAIMS-NO-LINE > 0 OR WS-A-TABLE-FILLED
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * quarter keys run YYYYQ; the running quarter index (four to
      * the year) sets ages and the twenty-quarter window
       SET-EVALUATION-QUARTER.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-QUARTER =
                   WS-RUN-YEAR * 10 + (WS-RUN-MONTH + 2) / 3
           MOVE WS-RUN-QUARTER TO WS-ACCIDENT-QUARTER
           PERFORM FIGURE-QTR-INDEX
           MOVE WS-QTR-INDEX TO WS-RUN-QTR-INDEX
           COMPUTE WS-FIRST-QTR-INDEX =
                   WS-RUN-QTR-INDEX - WS-ACC-SLOTS + 1.

       FIGURE-QTR-INDEX.
           DIVIDE WS-ACCIDENT-QUARTER BY 10
               GIVING WS-QTR-YEAR REMAINDER WS-QTR-NUMBER
           COMPUTE WS-QTR-INDEX = WS-QTR-YEAR * 4 + WS-QTR-NUMBER - 1.

      * the quarter index back to a YYYYQ label
       FIGURE-QTR-LABEL.
           DIVIDE WS-QTR-INDEX BY 4
               GIVING WS-QTR-YEAR REMAINDER WS-QTR-NUMBER
           ADD 1 TO WS-QTR-NUMBER
           MOVE SPACES TO WS-QTR-LABEL
           STRING WS-QTR-YEAR "Q" WS-QTR-NUMBER
               DELIMITED BY SIZE INTO WS-QTR-LABEL.

      ****************************************************************
      * THIS QUARTER'S DIAGONAL
      ****************************************************************
       GATHER-THIS-EVALUATION.
           OPEN INPUT CLAIM-IN
           IF WS-CLM-MISSING
               DISPLAY "LOSSTRI: NO CLAIM FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLM-EOF
               READ CLAIM-IN
                   AT END
                       SET WS-CLM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       PERFORM DEVELOP-ONE-CLAIM
               END-READ
           END-PERFORM
           CLOSE CLAIM-IN.

      * a claim not yet incurred or reported by the evaluation date
      * is no part of this diagonal - it is what IBNR stands for
       DEVELOP-ONE-CLAIM.
           IF ICR-INCIDENT-DATE > WS-RUN-DATE
                   OR ICR-REPORT-DATE > WS-RUN-DATE
                   OR ICR-INCIDENT-DATE = 0
               ADD 1 TO WS-CLAIMS-NOT-YET
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LINE-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4 OR WS-LINE-HIT
               IF WS-LINE-CODE(WS-LINE-IDX) = ICR-CLAIM-TYPE
                   SET WS-LINE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINE-HIT
               ADD 1 TO WS-CLAIMS-NO-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLM-GROSS-PAID
           MOVE 0 TO WS-CLM-RECOVERIES
           PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > 10
               IF ICR-PMT-DATE(WS-PMT-IDX) > 0
                       AND ICR-PMT-DATE(WS-PMT-IDX) <= WS-RUN-DATE
                   IF ICR-PMT-AMOUNT(WS-PMT-IDX) < 0
                       SUBTRACT ICR-PMT-AMOUNT(WS-PMT-IDX)
                           FROM WS-CLM-RECOVERIES
                   ELSE
                       ADD ICR-PMT-AMOUNT(WS-PMT-IDX)
                           TO WS-CLM-GROSS-PAID
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CLM-CASE
           IF ICR-OPEN OR ICR-PENDING
               COMPUTE WS-CLM-CASE =
                       ICR-RESERVE-AMOUNT - WS-CLM-GROSS-PAID
               IF WS-CLM-CASE < 0
                   MOVE 0 TO WS-CLM-CASE
               END-IF
           END-IF

           MOVE ICR-INCIDENT-DATE(1:4) TO WS-INC-YEAR
           MOVE ICR-INCIDENT-DATE(5:2) TO WS-INC-MONTH
           COMPUTE WS-ACCIDENT-QUARTER =
                   WS-INC-YEAR * 10 + (WS-INC-MONTH + 2) / 3
           PERFORM FIND-OR-ADD-EVAL-CELL
           IF NOT WS-EV-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-CLAIMS(WS-EV-IDX)
           ADD WS-CLM-GROSS-PAID TO WS-EV-GROSS-PAID(WS-EV-IDX)
           ADD WS-CLM-RECOVERIES TO WS-EV-RECOVERIES(WS-EV-IDX)
           ADD WS-CLM-CASE TO WS-EV-CASE(WS-EV-IDX)
           ADD 1 TO WS-CLAIMS-USED.

      * leaves WS-EV-IDX on the line/accident quarter cell, adding
      * it when new; WS-EV-HIT is off only when the table is full
       FIND-OR-ADD-EVAL-CELL.
           MOVE "N" TO WS-EV-FOUND
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT OR WS-EV-HIT
               IF WS-EV-LINE(WS-EV-IDX) = ICR-CLAIM-TYPE
                       AND WS-EV-ACC-QTR(WS-EV-IDX)
                           = WS-ACCIDENT-QUARTER
                   SET WS-EV-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-EV-HIT
               SUBTRACT 1 FROM WS-EV-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-COUNT >= 800
               IF NOT WS-A-TABLE-FILLED
                   DISPLAY "LOSSTRI: ACCIDENT QUARTER TABLE FULL"
               END-IF
               SET WS-A-TABLE-FILLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE WS-EV-COUNT TO WS-EV-IDX
           INITIALIZE WS-EV-ENTRY(WS-EV-IDX)
           MOVE ICR-CLAIM-TYPE TO WS-EV-LINE(WS-EV-IDX)
           MOVE WS-ACCIDENT-QUARTER TO WS-EV-ACC-QTR(WS-EV-IDX)
           SET WS-EV-HIT TO TRUE.

      * a re-run in the same quarter replaces the diagonal
       SAVE-THIS-EVALUATION.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               MOVE WS-EV-LINE(WS-EV-IDX) TO LDV-LINE
               MOVE WS-EV-ACC-QTR(WS-EV-IDX) TO LDV-ACCIDENT-QTR
               MOVE WS-RUN-QUARTER TO LDV-EVAL-QTR
               READ LOSS-HISTORY
                   INVALID KEY
                       PERFORM FILL-HISTORY-ROW
                       WRITE LOSS-DEVELOPMENT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM FILL-HISTORY-ROW
                       REWRITE LOSS-DEVELOPMENT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               ADD 1 TO WS-CELLS-SAVED
           END-PERFORM.

       FILL-HISTORY-ROW.
           MOVE WS-EV-ACC-QTR(WS-EV-IDX) TO WS-ACCIDENT-QUARTER
           PERFORM FIGURE-QTR-INDEX
           COMPUTE LDV-AGE-MONTHS =
                   (WS-RUN-QTR-INDEX - WS-QTR-INDEX + 1) * 3
           MOVE WS-EV-CLAIMS(WS-EV-IDX) TO LDV-CLAIM-COUNT
           MOVE WS-EV-GROSS-PAID(WS-EV-IDX) TO LDV-GROSS-PAID
           MOVE WS-EV-RECOVERIES(WS-EV-IDX) TO LDV-RECOVERIES
           COMPUTE LDV-NET-PAID =
                   WS-EV-GROSS-PAID(WS-EV-IDX)
                 - WS-EV-RECOVERIES(WS-EV-IDX)
           MOVE WS-EV-CASE(WS-EV-IDX) TO LDV-CASE-RESERVE
           COMPUTE LDV-INCURRED =
                   LDV-NET-PAID + LDV-CASE-RESERVE
           MOVE WS-RUN-DATE TO LDV-EVAL-DATE.

      ****************************************************************
      * THE TRIANGLES, FROM HISTORY
      ****************************************************************
       LOAD-TRIANGLES.
           MOVE LOW-VALUES TO LDV-KEY
           START LOSS-HISTORY KEY >= LDV-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-LDV-STATUS
           PERFORM UNTIL WS-LDV-EOF
               READ LOSS-HISTORY NEXT RECORD
                   AT END
                       SET WS-LDV-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-ROWS
                       PERFORM PLACE-HISTORY-ROW
               END-READ
           END-PERFORM.

      * a row outside the twenty accident quarters or the twenty
      * ages, or from an evaluation later than this one, is left out
       PLACE-HISTORY-ROW.
           MOVE "N" TO WS-LINE-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4 OR WS-LINE-HIT
               IF WS-LINE-CODE(WS-LINE-IDX) = LDV-LINE
                   SET WS-LINE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINE-HIT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-LINE-IDX
           IF LDV-EVAL-QTR > WS-RUN-QUARTER
               EXIT PARAGRAPH
           END-IF
           MOVE LDV-ACCIDENT-QTR TO WS-ACCIDENT-QUARTER
           PERFORM FIGURE-QTR-INDEX
           IF WS-QTR-INDEX < WS-FIRST-QTR-INDEX
                   OR WS-QTR-INDEX > WS-RUN-QTR-INDEX
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACC-IDX = WS-QTR-INDEX - WS-FIRST-QTR-INDEX + 1
           COMPUTE WS-AGE-QUARTERS = LDV-AGE-MONTHS / 3
           IF WS-AGE-QUARTERS < 1 OR WS-AGE-QUARTERS > WS-AGE-SLOTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGE-QUARTERS TO WS-AGE-IDX
           MOVE "Y" TO WS-TRI-HAVE(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX)
           MOVE LDV-NET-PAID
               TO WS-TRI-PAID(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX)
           MOVE LDV-INCURRED
               TO WS-TRI-INCURRED(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX).

      * volume-weighted: for each age, the accident quarters seen at
      * both it and the next, next age's total over this age's; an
      * age with nothing to go on develops at 1.0000
       DERIVE-AGE-TO-AGE-FACTORS.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                       UNTIL WS-AGE-IDX >= WS-AGE-SLOTS
                   PERFORM DERIVE-ONE-FACTOR
               END-PERFORM
           END-PERFORM.

       DERIVE-ONE-FACTOR.
           COMPUTE WS-NEXT-AGE = WS-AGE-IDX + 1
           MOVE 0 TO WS-SUM-FROM-PAID
           MOVE 0 TO WS-SUM-TO-PAID
           MOVE 0 TO WS-SUM-FROM-INC
           MOVE 0 TO WS-SUM-TO-INC
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-SLOTS
               IF WS-TRI-HAVE(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX)
                       = "Y"
                   AND WS-TRI-HAVE(WS-LINE-IDX WS-ACC-IDX
                                   WS-NEXT-AGE) = "Y"
                   ADD WS-TRI-PAID(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX)
                       TO WS-SUM-FROM-PAID
                   ADD WS-TRI-PAID(WS-LINE-IDX WS-ACC-IDX WS-NEXT-AGE)
                       TO WS-SUM-TO-PAID
                   ADD WS-TRI-INCURRED(WS-LINE-IDX WS-ACC-IDX
                                       WS-AGE-IDX)
                       TO WS-SUM-FROM-INC
                   ADD WS-TRI-INCURRED(WS-LINE-IDX WS-ACC-IDX
                                       WS-NEXT-AGE)
                       TO WS-SUM-TO-INC
               END-IF
           END-PERFORM
           MOVE 1 TO WS-FAC-PAID(WS-LINE-IDX WS-AGE-IDX)
           MOVE 1 TO WS-FAC-INCURRED(WS-LINE-IDX WS-AGE-IDX)
           IF WS-SUM-FROM-PAID > 0 AND WS-SUM-TO-PAID >= 0
               COMPUTE WS-FAC-PAID(WS-LINE-IDX WS-AGE-IDX) ROUNDED =
                       WS-SUM-TO-PAID / WS-SUM-FROM-PAID
           END-IF
           IF WS-SUM-FROM-INC > 0 AND WS-SUM-TO-INC >= 0
               COMPUTE WS-FAC-INCURRED(WS-LINE-IDX WS-AGE-IDX)
                       ROUNDED = WS-SUM-TO-INC / WS-SUM-FROM-INC
           END-IF.

      ****************************************************************
      * REPORT
      ****************************************************************
       WRITE-LOSS-REPORT.
           MOVE SPACES TO LOSS-RPT-LINE
           STRING "LOSS DEVELOPMENT AND IBNR - EVALUATION QUARTER "
                  WS-RUN-QUARTER "   AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
               SET WS-KIND-PAID TO TRUE
               PERFORM WRITE-ONE-TRIANGLE
               SET WS-KIND-INCURRED TO TRUE
               PERFORM WRITE-ONE-TRIANGLE
               PERFORM WRITE-CHAIN-LADDER
           END-PERFORM
           MOVE SPACES TO LOSS-RPT-LINE
           MOVE WS-TOTAL-IBNR TO WS-AMT-DISPLAY
           STRING "TOTAL IBNR INDICATED, ALL LINES " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE.

      * two panels of ten ages each, the factors under each
       WRITE-ONE-TRIANGLE.
           MOVE SPACES TO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           IF WS-KIND-PAID
               STRING "LINE " WS-LINE-CODE(WS-LINE-IDX)
                      " - PAID LOSSES NET OF RECOVERIES,"
                      " BY ACCIDENT QUARTER AND AGE IN MONTHS"
                   DELIMITED BY SIZE INTO LOSS-RPT-LINE
           ELSE
               STRING "LINE " WS-LINE-CODE(WS-LINE-IDX)
                      " - INCURRED LOSSES (NET PAID PLUS CASE),"
                      " BY ACCIDENT QUARTER AND AGE IN MONTHS"
                   DELIMITED BY SIZE INTO LOSS-RPT-LINE
           END-IF
           WRITE LOSS-RPT-LINE
           MOVE 1 TO WS-PANEL-START
           PERFORM WRITE-TRIANGLE-PANEL
           MOVE 11 TO WS-PANEL-START
           PERFORM WRITE-TRIANGLE-PANEL.

       WRITE-TRIANGLE-PANEL.
           COMPUTE WS-PANEL-END = WS-PANEL-START + 9
           MOVE SPACES TO LOSS-RPT-LINE
           MOVE "ACC QTR" TO LOSS-RPT-LINE(1:7)
           MOVE 8 TO WS-COL
           PERFORM VARYING WS-AGE-IDX FROM WS-PANEL-START BY 1
                   UNTIL WS-AGE-IDX > WS-PANEL-END
               COMPUTE WS-AGE-DISPLAY = WS-AGE-IDX * 3
               MOVE WS-AGE-DISPLAY TO LOSS-RPT-LINE(WS-COL + 9:3)
               ADD 12 TO WS-COL
           END-PERFORM
           WRITE LOSS-RPT-LINE

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-SLOTS
               PERFORM WRITE-TRIANGLE-ROW
           END-PERFORM

           MOVE SPACES TO LOSS-RPT-LINE
           MOVE "FACTOR" TO LOSS-RPT-LINE(1:7)
           MOVE 8 TO WS-COL
           PERFORM VARYING WS-AGE-IDX FROM WS-PANEL-START BY 1
                   UNTIL WS-AGE-IDX > WS-PANEL-END
                       OR WS-AGE-IDX >= WS-AGE-SLOTS
               IF WS-KIND-PAID
                   MOVE WS-FAC-PAID(WS-LINE-IDX WS-AGE-IDX)
                       TO WS-FACTOR-DISPLAY
               ELSE
                   MOVE WS-FAC-INCURRED(WS-LINE-IDX WS-AGE-IDX)
                       TO WS-FACTOR-DISPLAY
               END-IF
               MOVE WS-FACTOR-DISPLAY TO LOSS-RPT-LINE(WS-COL + 4:8)
               ADD 12 TO WS-COL
           END-PERFORM
           WRITE LOSS-RPT-LINE.

      * a cell not yet evaluated (later than this quarter, or from
      * before the history began) prints blank
       WRITE-TRIANGLE-ROW.
           COMPUTE WS-QTR-INDEX = WS-FIRST-QTR-INDEX + WS-ACC-IDX - 1
           PERFORM FIGURE-QTR-LABEL
           MOVE SPACES TO LOSS-RPT-LINE
           MOVE WS-QTR-LABEL TO LOSS-RPT-LINE(1:7)
           MOVE 8 TO WS-COL
           PERFORM VARYING WS-AGE-IDX FROM WS-PANEL-START BY 1
                   UNTIL WS-AGE-IDX > WS-PANEL-END
               IF WS-TRI-HAVE(WS-LINE-IDX WS-ACC-IDX WS-AGE-IDX)
                       = "Y"
                   IF WS-KIND-PAID
                       MOVE WS-TRI-PAID(WS-LINE-IDX WS-ACC-IDX
                                        WS-AGE-IDX)
                           TO WS-CELL-DISPLAY
                   ELSE
                       MOVE WS-TRI-INCURRED(WS-LINE-IDX WS-ACC-IDX
                                            WS-AGE-IDX)
                           TO WS-CELL-DISPLAY
                   END-IF
                   MOVE WS-CELL-DISPLAY TO LOSS-RPT-LINE(WS-COL + 1:11)
               END-IF
               ADD 12 TO WS-COL
           END-PERFORM
           WRITE LOSS-RPT-LINE.

      * each accident quarter's latest incurred, at its age on this
      * evaluation, developed to sixty months
       WRITE-CHAIN-LADDER.
           MOVE SPACES TO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           STRING "LINE " WS-LINE-CODE(WS-LINE-IDX)
                  " - CHAIN-LADDER IBNR ON INCURRED"
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           MOVE SPACES TO LOSS-RPT-LINE
           STRING "ACC QTR  AGE  CDF TO ULT   LATEST INCURRED"
                  "          ULTIMATE              IBNR"
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           MOVE 0 TO WS-LINE-LATEST
           MOVE 0 TO WS-LINE-ULTIMATE
           MOVE 0 TO WS-LINE-IBNR
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-SLOTS
               COMPUTE WS-LAST-AGE = WS-ACC-SLOTS - WS-ACC-IDX + 1
               IF WS-TRI-HAVE(WS-LINE-IDX WS-ACC-IDX WS-LAST-AGE)
                       = "Y"
                   PERFORM DEVELOP-TO-ULTIMATE
               END-IF
           END-PERFORM
           MOVE WS-LINE-LATEST TO WS-AMT-DISPLAY
           MOVE WS-LINE-ULTIMATE TO WS-AMT-DISPLAY-2
           MOVE WS-LINE-IBNR TO WS-AMT-DISPLAY-3
           MOVE SPACES TO LOSS-RPT-LINE
           STRING "LINE " WS-LINE-CODE(WS-LINE-IDX)
                  " TOTAL          " WS-AMT-DISPLAY
                  " " WS-AMT-DISPLAY-2
                  " " WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE
           ADD WS-LINE-IBNR TO WS-TOTAL-IBNR.

       DEVELOP-TO-ULTIMATE.
           MOVE 1 TO WS-CDF
           PERFORM VARYING WS-AGE-IDX FROM WS-LAST-AGE BY 1
                   UNTIL WS-AGE-IDX >= WS-AGE-SLOTS
               COMPUTE WS-CDF ROUNDED =
                       WS-CDF * WS-FAC-INCURRED(WS-LINE-IDX WS-AGE-IDX)
           END-PERFORM
           MOVE WS-TRI-INCURRED(WS-LINE-IDX WS-ACC-IDX WS-LAST-AGE)
               TO WS-LATEST-INCURRED
           COMPUTE WS-ULTIMATE ROUNDED = WS-LATEST-INCURRED * WS-CDF
           COMPUTE WS-IBNR = WS-ULTIMATE - WS-LATEST-INCURRED
           ADD WS-LATEST-INCURRED TO WS-LINE-LATEST
           ADD WS-ULTIMATE TO WS-LINE-ULTIMATE
           ADD WS-IBNR TO WS-LINE-IBNR

           COMPUTE WS-QTR-INDEX = WS-FIRST-QTR-INDEX + WS-ACC-IDX - 1
           PERFORM FIGURE-QTR-LABEL
           COMPUTE WS-AGE-DISPLAY = WS-LAST-AGE * 3
           MOVE WS-CDF TO WS-CDF-DISPLAY
           MOVE WS-LATEST-INCURRED TO WS-AMT-DISPLAY
           MOVE WS-ULTIMATE TO WS-AMT-DISPLAY-2
           MOVE WS-IBNR TO WS-AMT-DISPLAY-3
           MOVE SPACES TO LOSS-RPT-LINE
           STRING WS-QTR-LABEL "  " WS-AGE-DISPLAY
                  "   " WS-CDF-DISPLAY
                  " " WS-AMT-DISPLAY
                  " " WS-AMT-DISPLAY-2
                  " " WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO LOSS-RPT-LINE
           WRITE LOSS-RPT-LINE.

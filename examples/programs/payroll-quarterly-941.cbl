       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY941.

      ****************************************************************
      * QUARTER-END BATCH: Form 941 liability figures and the state
      * unemployment (SUI) wage detail straight off the payroll
      * master, run after the quarter's last PAYCALC and before the
      * first payroll of the next quarter.
      *
      * The master only carries YTD accumulators, so every quarter
      * end each employee's YTD figures are frozen on the quarter
      * snapshot file (PAYQSNAP, employee + year + quarter); the
      * quarter's figures are this quarter's YTD less the prior
      * quarter's snapshot. Wages follow W2GEN's treatment - taxable
      * wages are gross less the 401(k) deferral and the pre-tax
      * health premiums, FICA wages keep the 401(k) - with the
      * health premiums taken as the annual figure times the share
      * of the year gone, so the four quarters re-add to the W-2.
      * An employee hired before the quarter with no prior snapshot
      * is taken from zero and listed as an exception (RC=4).
      *
      * 941 report (PAY941R):
      *   line 1 employees paid, line 2 wages, line 3 federal
      *   withholding (PR-YTD-FED-TAX), line 5a/5c Social Security
      *   wages (capped at the SS wage base) and Medicare wages at
      *   the combined rates, line 7 fractions-of-cents adjustment
      *   to what was actually withheld and matched
      *   (PR-YTD-FICA-SS / PR-YTD-FICA-MED), line 12 total
      *   liability, then the liability by pay date (Schedule B,
      *   semiweekly depositor) and by month from the PAYCALC
      *   liability file (PAYLIAB). Schedule B not agreeing to
      *   line 12 ends RC=4. A PAYLIAB row belongs to the quarter
      *   its run date falls in - the YTD the snapshot freezes -
      *   and is listed under its pay date, so the quarter's last
      *   PAYCALC, paying on the next quarter's first business day,
      *   is carried on this quarter's Schedule B in its last
      *   month.
      *
      * State wage file (SUIWAGE): one row per employee paid in the
      * quarter - gross SUI wages, the taxable part under the state
      * taxable-wage-base cutoff (applied against YTD wages, so an
      * employee crosses it once), the excess, and state withholding.
      *
      * PARM QUARTER=YYYYQ names the quarter; without it the quarter
      * most recently ended before the run date is reported. A
      * PAYCALC already run after the quarter end has rolled the
      * master's YTD past the quarter: the run is refused (RC=8) and
      * no snapshot is written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN ASSIGN TO "PAYRMASU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT LIABILITY-IN ASSIGN TO "PAYLIAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIAB-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "PAYQSNAP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PQS-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REPORT-941 ASSIGN TO "PAY941R"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUI-WAGE-OUT ASSIGN TO "SUIWAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       COPY "payroll-record.cpy".

       FD  LIABILITY-IN.
       COPY "payroll-liability.cpy".

       FD  SNAPSHOT-FILE.
       COPY "payroll-qtd-snap.cpy".

       FD  REPORT-941.
       01  REPORT-941-LINE           PIC X(132).

       FD  SUI-WAGE-OUT.
       01  SUI-WAGE-RECORD.
           05  SUI-STATE-CODE        PIC X(2).
           05  SUI-EMPLOYER-EIN      PIC 9(9).
           05  SUI-YEAR              PIC 9(4).
           05  SUI-QUARTER           PIC 9(1).
           05  SUI-SSN               PIC 9(9).
           05  SUI-LAST-NAME         PIC X(30).
           05  SUI-FIRST-NAME        PIC X(20).
           05  SUI-MI                PIC X(1).
           05  SUI-EMPLOYEE-ID       PIC 9(8).
           05  SUI-GROSS-WAGES       PIC S9(9)V99.
           05  SUI-TAXABLE-WAGES     PIC S9(9)V99.
           05  SUI-EXCESS-WAGES      PIC S9(9)V99.
           05  SUI-STATE-TAX         PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-PR-STATUS          PIC X(2).
           88  WS-PR-EOF             VALUE "10".
       01  WS-LIAB-STATUS        PIC X(2).
           88  WS-LIAB-EOF           VALUE "10".
           88  WS-LIAB-MISSING       VALUE "35".
       01  WS-SNAP-STATUS        PIC X(2).
           88  WS-SNAP-OK            VALUE "00".
           88  WS-SNAP-NOT-FOUND     VALUE "23", "35".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-SUI-STATUS         PIC X(2).

      * employer constants and the statutory figures for the year
       01  WS-EMPLOYER-EIN        PIC 9(9)  VALUE 132456789.
       01  WS-EMPLOYER-NAME       PIC X(40) VALUE "COBRIDGE BANK".
       01  WS-SUI-STATE           PIC X(2)  VALUE "IL".
       01  WS-SUI-WAGE-BASE       PIC 9(7)V99 COMP-3 VALUE 14000.00.
       01  WS-SS-WAGE-BASE        PIC 9(7)V99 COMP-3 VALUE 184500.00.
       01  WS-SS-COMBINED-RATE    PIC 9V9999 VALUE 0.1240.
       01  WS-MED-COMBINED-RATE   PIC 9V9999 VALUE 0.0290.

      * the quarter being reported
       01  WS-PARM-LINE           PIC X(20).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-RUN-MONTH           PIC 9(2).
       01  WS-RPT-YEAR            PIC 9(4).
       01  WS-RPT-QUARTER         PIC 9(1).
       01  WS-PRIOR-QUARTER       PIC 9(1).
       01  WS-QTR-START           PIC 9(8).
       01  WS-QTR-START-X REDEFINES WS-QTR-START.
           05  WS-QS-YEAR         PIC 9(4).
           05  WS-QS-MONTH        PIC 9(2).
           05  WS-QS-DAY          PIC 9(2).
       01  WS-QTR-END             PIC 9(8).
       01  WS-QTR-END-X REDEFINES WS-QTR-END.
           05  WS-QE-YEAR         PIC 9(4).
           05  WS-QE-MONTH        PIC 9(2).
           05  WS-QE-DAY          PIC 9(2).
       01  WS-PAST-QUARTER        PIC X(1) VALUE "N".
           88  WS-PAID-PAST-QUARTER   VALUE "Y".
       01  WS-HAVE-LIAB-FILE      PIC X(1) VALUE "Y".
           88  WS-LIAB-FILE-UP        VALUE "Y".

      * Schedule B: liability by pay date, and by month of quarter
       01  WS-LD-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-LD-IDX              PIC 9(3) COMP.
       01  WS-LD-FOUND            PIC X(1).
           88  WS-LD-HIT              VALUE "Y".
       01  WS-LIAB-DATE-TABLE.
           05  WS-LD-ENTRY OCCURS 60 TIMES.
               10  WS-LD-PAY-DATE     PIC 9(8).
               10  WS-LD-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-MONTH-LIABILITY.
           05  WS-MONTH-AMOUNT OCCURS 3 TIMES
                                  PIC S9(13)V99 COMP-3.
       01  WS-MONTH-IDX           PIC 9(1).
       01  WS-PAY-MONTH           PIC 9(2).
       01  WS-ROW-LIABILITY       PIC S9(13)V99 COMP-3.
       01  WS-SCHED-B-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.

      * one employee: YTD at quarter close, prior snapshot, quarter
       01  WS-PERIODS-PER-YEAR    PIC 9(2).
       01  WS-HEALTH-YTD          PIC S9(9)V99 COMP-3.
       01  WS-YTD-WAGES           PIC S9(9)V99 COMP-3.
       01  WS-YTD-FICA-WAGES      PIC S9(9)V99 COMP-3.
       01  WS-YTD-SS-WAGES        PIC S9(9)V99 COMP-3.
       01  WS-YTD-SUI-TAXABLE     PIC S9(9)V99 COMP-3.
       01  WS-PRIOR-SNAPSHOT.
           05  WS-PRI-GROSS       PIC S9(9)V99 COMP-3.
           05  WS-PRI-WAGES       PIC S9(9)V99 COMP-3.
           05  WS-PRI-FED-TAX     PIC S9(9)V99 COMP-3.
           05  WS-PRI-STATE-TAX   PIC S9(7)V99 COMP-3.
           05  WS-PRI-FICA-WAGES  PIC S9(9)V99 COMP-3.
           05  WS-PRI-SS-WAGES    PIC S9(9)V99 COMP-3.
           05  WS-PRI-FICA-SS     PIC S9(7)V99 COMP-3.
           05  WS-PRI-FICA-MED    PIC S9(7)V99 COMP-3.
           05  WS-PRI-SUI-TAXABLE PIC S9(9)V99 COMP-3.
       01  WS-QTD-GROSS           PIC S9(9)V99 COMP-3.
       01  WS-QTD-WAGES           PIC S9(9)V99 COMP-3.
       01  WS-QTD-FED-TAX         PIC S9(9)V99 COMP-3.
       01  WS-QTD-STATE-TAX       PIC S9(7)V99 COMP-3.
       01  WS-QTD-FICA-WAGES      PIC S9(9)V99 COMP-3.
       01  WS-QTD-SS-WAGES        PIC S9(9)V99 COMP-3.
       01  WS-QTD-FICA-SS         PIC S9(7)V99 COMP-3.
       01  WS-QTD-FICA-MED        PIC S9(7)V99 COMP-3.
       01  WS-QTD-SUI-TAXABLE     PIC S9(9)V99 COMP-3.

      * 941 totals
       01  WS-EMPLOYEES-READ      PIC 9(9) COMP VALUE 0.
       01  WS-EMPLOYEES-PAID      PIC 9(9) COMP VALUE 0.
       01  WS-SNAPSHOTS-WRITTEN   PIC 9(9) COMP VALUE 0.
       01  WS-SUI-ROWS            PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.
       01  WS-TOT-WAGES           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-FED-TAX         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-SS-WAGES        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-MED-WAGES       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-FICA-SS         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-FICA-MED        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-SUI-GROSS       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-SUI-TAXABLE     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LINE-5A-TAX         PIC S9(13)V99 COMP-3.
       01  WS-LINE-5C-TAX         PIC S9(13)V99 COMP-3.
       01  WS-LINE-5E-TAX         PIC S9(13)V99 COMP-3.
       01  WS-LINE-6-TAX          PIC S9(13)V99 COMP-3.
       01  WS-LINE-7-ADJ          PIC S9(13)V99 COMP-3.
       01  WS-LINE-12-TAX         PIC S9(13)V99 COMP-3.

       01  WS-AMT1                PIC -Z(12)9.99.
       01  WS-AMT2                PIC -Z(12)9.99.
       01  WS-COUNT-DISPLAY       PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM RESOLVE-QUARTER

           PERFORM LOAD-LIABILITY-BY-DATE
           IF WS-PAID-PAST-QUARTER
               DISPLAY "PAY941: PAYROLL ALREADY RUN AFTER "
                       WS-QTR-END " - MASTER YTD IS PAST THE "
                       "QUARTER, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYROLL-IN
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-NOT-FOUND
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           OPEN OUTPUT REPORT-941
           OPEN OUTPUT SUI-WAGE-OUT
           PERFORM WRITE-REPORT-HEADING

           PERFORM UNTIL WS-PR-EOF
               READ PAYROLL-IN
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM WORK-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           PERFORM WRITE-941-LINES
           PERFORM WRITE-SCHEDULE-B

           CLOSE PAYROLL-IN
           CLOSE SNAPSHOT-FILE
           CLOSE REPORT-941
           CLOSE SUI-WAGE-OUT

           IF WS-EXCEPTIONS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "PAY941: QUARTER            = " WS-RPT-YEAR
                   "Q" WS-RPT-QUARTER
           DISPLAY "PAY941: EMPLOYEES READ     = " WS-EMPLOYEES-READ
           DISPLAY "PAY941: EMPLOYEES PAID     = " WS-EMPLOYEES-PAID
           DISPLAY "PAY941: SNAPSHOTS WRITTEN  = " WS-SNAPSHOTS-WRITTEN
           DISPLAY "PAY941: SUI WAGE ROWS      = " WS-SUI-ROWS
           DISPLAY "PAY941: NO PRIOR SNAPSHOT  = " WS-EXCEPTIONS
           DISPLAY "PAY941: PAY DATES          = " WS-LD-COUNT

           GOBACK.

      * QUARTER=YYYYQ on the PARM, else the last quarter that ended
      * before today
       RESOLVE-QUARTER.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           IF WS-PARM-LINE(1:8) = "QUARTER="
                   AND WS-PARM-LINE(9:5) IS NUMERIC
                   AND WS-PARM-LINE(13:1) >= "1"
                   AND WS-PARM-LINE(13:1) <= "4"
               MOVE WS-PARM-LINE(9:4) TO WS-RPT-YEAR
               MOVE WS-PARM-LINE(13:1) TO WS-RPT-QUARTER
           ELSE
               COMPUTE WS-RPT-QUARTER = (WS-RUN-MONTH - 1) / 3
               MOVE WS-RUN-YEAR TO WS-RPT-YEAR
               IF WS-RPT-QUARTER = 0
                   MOVE 4 TO WS-RPT-QUARTER
                   SUBTRACT 1 FROM WS-RPT-YEAR
               END-IF
           END-IF

           MOVE WS-RPT-YEAR TO WS-QS-YEAR
           MOVE WS-RPT-YEAR TO WS-QE-YEAR
           COMPUTE WS-QS-MONTH = (WS-RPT-QUARTER - 1) * 3 + 1
           MOVE 1 TO WS-QS-DAY
           COMPUTE WS-QE-MONTH = WS-RPT-QUARTER * 3
           IF WS-RPT-QUARTER = 2 OR WS-RPT-QUARTER = 3
               MOVE 30 TO WS-QE-DAY
           ELSE
               MOVE 31 TO WS-QE-DAY
           END-IF
           COMPUTE WS-PRIOR-QUARTER = WS-RPT-QUARTER - 1.

      * runs made inside the quarter build Schedule B; any run made
      * after the quarter end means the master has moved on
       LOAD-LIABILITY-BY-DATE.
           MOVE 0 TO WS-MONTH-AMOUNT(1)
           MOVE 0 TO WS-MONTH-AMOUNT(2)
           MOVE 0 TO WS-MONTH-AMOUNT(3)
           OPEN INPUT LIABILITY-IN
           IF WS-LIAB-MISSING
               MOVE "N" TO WS-HAVE-LIAB-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIAB-EOF
               READ LIABILITY-IN
                   AT END
                       SET WS-LIAB-EOF TO TRUE
                   NOT AT END
                       IF PLB-RUN-DATE > WS-QTR-END
                           SET WS-PAID-PAST-QUARTER TO TRUE
                       END-IF
                       IF PLB-RUN-DATE >= WS-QTR-START
                               AND PLB-RUN-DATE <= WS-QTR-END
                           PERFORM POST-LIABILITY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIABILITY-IN.

      * the deposit liability is the withholding plus both halves
      * of FICA - the employer match equals the employee share
       POST-LIABILITY-ROW.
           COMPUTE WS-ROW-LIABILITY =
                   PLB-FED-TAX + (PLB-FICA-SS * 2)
                   + (PLB-FICA-MED * 2)
           MOVE "N" TO WS-LD-FOUND
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT OR WS-LD-HIT
               IF WS-LD-PAY-DATE(WS-LD-IDX) = PLB-PAY-DATE
                   SET WS-LD-HIT TO TRUE
                   ADD WS-ROW-LIABILITY TO WS-LD-AMOUNT(WS-LD-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-LD-HIT AND WS-LD-COUNT < 60
               ADD 1 TO WS-LD-COUNT
               MOVE PLB-PAY-DATE TO WS-LD-PAY-DATE(WS-LD-COUNT)
               MOVE WS-ROW-LIABILITY TO WS-LD-AMOUNT(WS-LD-COUNT)
           END-IF
      * a pay date over the quarter end stays in the last month
           IF PLB-PAY-DATE > WS-QTR-END
               MOVE 3 TO WS-MONTH-IDX
           ELSE
               MOVE PLB-PAY-DATE(5:2) TO WS-PAY-MONTH
               COMPUTE WS-MONTH-IDX =
                       WS-PAY-MONTH - WS-QS-MONTH + 1
           END-IF
           ADD WS-ROW-LIABILITY TO WS-MONTH-AMOUNT(WS-MONTH-IDX)
           ADD WS-ROW-LIABILITY TO WS-SCHED-B-TOTAL.

       WORK-ONE-EMPLOYEE.
           PERFORM DERIVE-YTD-WAGES
           PERFORM READ-PRIOR-SNAPSHOT

           COMPUTE WS-QTD-GROSS = PR-YTD-GROSS - WS-PRI-GROSS
           COMPUTE WS-QTD-WAGES = WS-YTD-WAGES - WS-PRI-WAGES
           COMPUTE WS-QTD-FED-TAX = PR-YTD-FED-TAX - WS-PRI-FED-TAX
           COMPUTE WS-QTD-STATE-TAX =
                   PR-YTD-STATE-TAX - WS-PRI-STATE-TAX
           COMPUTE WS-QTD-FICA-WAGES =
                   WS-YTD-FICA-WAGES - WS-PRI-FICA-WAGES
           COMPUTE WS-QTD-SS-WAGES =
                   WS-YTD-SS-WAGES - WS-PRI-SS-WAGES
           COMPUTE WS-QTD-FICA-SS = PR-YTD-FICA-SS - WS-PRI-FICA-SS
           COMPUTE WS-QTD-FICA-MED =
                   PR-YTD-FICA-MED - WS-PRI-FICA-MED
           COMPUTE WS-QTD-SUI-TAXABLE =
                   WS-YTD-SUI-TAXABLE - WS-PRI-SUI-TAXABLE

           PERFORM SAVE-QUARTER-SNAPSHOT

           IF WS-QTD-GROSS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMPLOYEES-PAID
           ADD WS-QTD-WAGES TO WS-TOT-WAGES
           ADD WS-QTD-FED-TAX TO WS-TOT-FED-TAX
           ADD WS-QTD-SS-WAGES TO WS-TOT-SS-WAGES
           ADD WS-QTD-FICA-WAGES TO WS-TOT-MED-WAGES
           ADD WS-QTD-FICA-SS TO WS-TOT-FICA-SS
           ADD WS-QTD-FICA-MED TO WS-TOT-FICA-MED
           PERFORM WRITE-SUI-WAGE-ROW.

      * W2GEN's wage treatment on the YTD figures as they stand at
      * the quarter close; the wage-base caps apply to YTD so the
      * quarter in which a base is crossed takes only the remainder
       DERIVE-YTD-WAGES.
           EVALUATE TRUE
               WHEN PR-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN PR-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN PR-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           COMPUTE WS-HEALTH-YTD ROUNDED =
                   (PR-HEALTH-INS + PR-DENTAL-INS + PR-VISION-INS
                    + PR-HSA-AMOUNT) * WS-PERIODS-PER-YEAR
                   * WS-RPT-QUARTER / 4
           IF WS-HEALTH-YTD > PR-YTD-GROSS
               MOVE 0 TO WS-HEALTH-YTD
           END-IF

           COMPUTE WS-YTD-WAGES =
                   PR-YTD-GROSS - PR-YTD-401K - WS-HEALTH-YTD
           COMPUTE WS-YTD-FICA-WAGES =
                   PR-YTD-GROSS - WS-HEALTH-YTD
           IF WS-YTD-FICA-WAGES > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-YTD-SS-WAGES
           ELSE
               MOVE WS-YTD-FICA-WAGES TO WS-YTD-SS-WAGES
           END-IF
           IF WS-YTD-FICA-WAGES > WS-SUI-WAGE-BASE
               MOVE WS-SUI-WAGE-BASE TO WS-YTD-SUI-TAXABLE
           ELSE
               MOVE WS-YTD-FICA-WAGES TO WS-YTD-SUI-TAXABLE
           END-IF.

      * the first quarter starts from zero; a later quarter starts
      * from the prior snapshot, and an employee already on payroll
      * without one is taken from zero and reported
       READ-PRIOR-SNAPSHOT.
           INITIALIZE WS-PRIOR-SNAPSHOT
           IF WS-RPT-QUARTER = 1
               EXIT PARAGRAPH
           END-IF
           MOVE PR-EMPLOYEE-ID TO PQS-EMPLOYEE-ID
           MOVE WS-RPT-YEAR TO PQS-YEAR
           MOVE WS-PRIOR-QUARTER TO PQS-QUARTER
           READ SNAPSHOT-FILE
               INVALID KEY
                   IF PR-HIRE-DATE < WS-QTR-START
                       PERFORM REPORT-MISSING-SNAPSHOT
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           MOVE PQS-YTD-GROSS TO WS-PRI-GROSS
           MOVE PQS-YTD-WAGES TO WS-PRI-WAGES
           MOVE PQS-YTD-FED-TAX TO WS-PRI-FED-TAX
           MOVE PQS-YTD-STATE-TAX TO WS-PRI-STATE-TAX
           MOVE PQS-YTD-FICA-WAGES TO WS-PRI-FICA-WAGES
           MOVE PQS-YTD-SS-WAGES TO WS-PRI-SS-WAGES
           MOVE PQS-YTD-FICA-SS TO WS-PRI-FICA-SS
           MOVE PQS-YTD-FICA-MED TO WS-PRI-FICA-MED
           MOVE PQS-YTD-SUI-TAXABLE TO WS-PRI-SUI-TAXABLE.

       REPORT-MISSING-SNAPSHOT.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO REPORT-941-LINE
           STRING "  EXCEPTION EMPLOYEE=" PR-EMPLOYEE-ID
                  " " PR-EMP-LAST-NAME(1:20)
                  " NO Q" WS-PRIOR-QUARTER
                  " SNAPSHOT - QUARTER TAKEN FROM ZERO YTD"
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE.

      * a rerun for the same quarter replaces the snapshot it wrote
       SAVE-QUARTER-SNAPSHOT.
           MOVE PR-EMPLOYEE-ID TO PQS-EMPLOYEE-ID
           MOVE WS-RPT-YEAR TO PQS-YEAR
           MOVE WS-RPT-QUARTER TO PQS-QUARTER
           MOVE WS-RUN-DATE TO PQS-SNAP-DATE
           MOVE PR-YTD-GROSS TO PQS-YTD-GROSS
           MOVE WS-YTD-WAGES TO PQS-YTD-WAGES
           MOVE PR-YTD-FED-TAX TO PQS-YTD-FED-TAX
           MOVE PR-YTD-STATE-TAX TO PQS-YTD-STATE-TAX
           MOVE WS-YTD-FICA-WAGES TO PQS-YTD-FICA-WAGES
           MOVE WS-YTD-SS-WAGES TO PQS-YTD-SS-WAGES
           MOVE PR-YTD-FICA-SS TO PQS-YTD-FICA-SS
           MOVE PR-YTD-FICA-MED TO PQS-YTD-FICA-MED
           MOVE PR-YTD-401K TO PQS-YTD-401K
           MOVE WS-YTD-SUI-TAXABLE TO PQS-YTD-SUI-TAXABLE
           WRITE PAY-QTD-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE PAY-QTD-SNAPSHOT-RECORD
           END-WRITE
           ADD 1 TO WS-SNAPSHOTS-WRITTEN.

       WRITE-SUI-WAGE-ROW.
           MOVE WS-SUI-STATE TO SUI-STATE-CODE
           MOVE WS-EMPLOYER-EIN TO SUI-EMPLOYER-EIN
           MOVE WS-RPT-YEAR TO SUI-YEAR
           MOVE WS-RPT-QUARTER TO SUI-QUARTER
           MOVE PR-EMP-SSN TO SUI-SSN
           MOVE PR-EMP-LAST-NAME TO SUI-LAST-NAME
           MOVE PR-EMP-FIRST-NAME TO SUI-FIRST-NAME
           MOVE PR-EMP-MI TO SUI-MI
           MOVE PR-EMPLOYEE-ID TO SUI-EMPLOYEE-ID
           MOVE WS-QTD-FICA-WAGES TO SUI-GROSS-WAGES
           MOVE WS-QTD-SUI-TAXABLE TO SUI-TAXABLE-WAGES
           COMPUTE SUI-EXCESS-WAGES =
                   WS-QTD-FICA-WAGES - WS-QTD-SUI-TAXABLE
           MOVE WS-QTD-STATE-TAX TO SUI-STATE-TAX
           WRITE SUI-WAGE-RECORD
           ADD WS-QTD-FICA-WAGES TO WS-TOT-SUI-GROSS
           ADD WS-QTD-SUI-TAXABLE TO WS-TOT-SUI-TAXABLE
           ADD 1 TO WS-SUI-ROWS.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-941-LINE
           STRING "FORM 941 QUARTERLY LIABILITY  " WS-EMPLOYER-NAME
                  " EIN=" WS-EMPLOYER-EIN
                  " QUARTER=" WS-RPT-YEAR "Q" WS-RPT-QUARTER
                  " " WS-QTR-START "-" WS-QTR-END
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE.

      * line 7 carries the cents between the statutory rates on the
      * quarter's wages and what was actually withheld and matched
       WRITE-941-LINES.
           COMPUTE WS-LINE-5A-TAX ROUNDED =
                   WS-TOT-SS-WAGES * WS-SS-COMBINED-RATE
           COMPUTE WS-LINE-5C-TAX ROUNDED =
                   WS-TOT-MED-WAGES * WS-MED-COMBINED-RATE
           COMPUTE WS-LINE-5E-TAX = WS-LINE-5A-TAX + WS-LINE-5C-TAX
           COMPUTE WS-LINE-6-TAX = WS-TOT-FED-TAX + WS-LINE-5E-TAX
           COMPUTE WS-LINE-12-TAX =
                   WS-TOT-FED-TAX + (WS-TOT-FICA-SS * 2)
                   + (WS-TOT-FICA-MED * 2)
           COMPUTE WS-LINE-7-ADJ = WS-LINE-12-TAX - WS-LINE-6-TAX

           MOVE WS-EMPLOYEES-PAID TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 1  EMPLOYEES PAID       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-TOT-WAGES TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 2  WAGES                " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-TOT-FED-TAX TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 3  FEDERAL WITHHOLDING  " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-TOT-SS-WAGES TO WS-AMT1
           MOVE WS-LINE-5A-TAX TO WS-AMT2
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 5A SS WAGES             " WS-AMT1
                  "  TAX " WS-AMT2
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-TOT-MED-WAGES TO WS-AMT1
           MOVE WS-LINE-5C-TAX TO WS-AMT2
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 5C MEDICARE WAGES       " WS-AMT1
                  "  TAX " WS-AMT2
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-LINE-5E-TAX TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 5E TOTAL SS/MEDICARE    " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-LINE-6-TAX TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 6  TAXES BEFORE ADJ     " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-LINE-7-ADJ TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 7  FRACTIONS OF CENTS   " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-LINE-12-TAX TO WS-AMT1
           MOVE SPACES TO REPORT-941-LINE
           STRING "  LINE 12 TOTAL LIABILITY      " WS-AMT1
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE
           MOVE WS-TOT-SUI-GROSS TO WS-AMT1
           MOVE WS-TOT-SUI-TAXABLE TO WS-AMT2
           MOVE SPACES TO REPORT-941-LINE
           STRING "  STATE " WS-SUI-STATE " SUI GROSS WAGES  " WS-AMT1
                  "  TAXABLE " WS-AMT2
               DELIMITED BY SIZE INTO REPORT-941-LINE
           WRITE REPORT-941-LINE.

      * Schedule B: one line per pay date, the three monthly totals,
      * and the proof back to line 12
       WRITE-SCHEDULE-B.
           MOVE SPACES TO REPORT-941-LINE
           IF NOT WS-LIAB-FILE-UP
               STRING "  SCHEDULE B: NO PAYLIAB FILE - LIABILITY "
                      "BY PAY DATE NOT AVAILABLE"
                   DELIMITED BY SIZE INTO REPORT-941-LINE
               WRITE REPORT-941-LINE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "  SCHEDULE B - LIABILITY BY PAY DATE"
               TO REPORT-941-LINE
           WRITE REPORT-941-LINE
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               MOVE WS-LD-AMOUNT(WS-LD-IDX) TO WS-AMT1
               MOVE SPACES TO REPORT-941-LINE
               STRING "    PAY DATE " WS-LD-PAY-DATE(WS-LD-IDX)
                      "  LIABILITY " WS-AMT1
                   DELIMITED BY SIZE INTO REPORT-941-LINE
               WRITE REPORT-941-LINE
           END-PERFORM
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 3
               MOVE WS-MONTH-AMOUNT(WS-MONTH-IDX) TO WS-AMT1
               MOVE SPACES TO REPORT-941-LINE
               STRING "    MONTH " WS-MONTH-IDX
                      " OF QUARTER    LIABILITY " WS-AMT1
                   DELIMITED BY SIZE INTO REPORT-941-LINE
               WRITE REPORT-941-LINE
           END-PERFORM
           MOVE WS-SCHED-B-TOTAL TO WS-AMT1
           MOVE WS-LINE-12-TAX TO WS-AMT2
           MOVE SPACES TO REPORT-941-LINE
           IF WS-SCHED-B-TOTAL = WS-LINE-12-TAX
               STRING "    SCHEDULE B TOTAL " WS-AMT1
                      " AGREES TO LINE 12"
                   DELIMITED BY SIZE INTO REPORT-941-LINE
           ELSE
               STRING "    SCHEDULE B TOTAL " WS-AMT1
                      " DOES NOT AGREE TO LINE 12 " WS-AMT2
                   DELIMITED BY SIZE INTO REPORT-941-LINE
               DISPLAY "PAY941: SCHEDULE B OUT OF BALANCE TO LINE 12"
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REPORT-941-LINE.

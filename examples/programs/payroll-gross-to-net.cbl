      * file, otherwise a check lands on the issuance table. The
      * list file registers with RUNCTL so the same off-cycle file
      * can never pay twice. YTD accumulators roll either way.
      *
      * Every run, regular or off-cycle, appends one row to the
      * payroll tax liability file (PAYLIAB): the pay date (next
      * business day, as PAYDDBLD credits it) with the run's gross,
      * federal withholding and employee FICA, and the run date -
      * PAY941's Schedule B liability by pay date.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT LIABILITY-OUT ASSIGN TO "PAYLIAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  LIABILITY-OUT.
       COPY "payroll-liability.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PR-STATUS          PIC X(2).
           88  WS-PR-EOF             VALUE "10".
       01  WS-FICA-SS-RATE       PIC 9V9999 VALUE 0.0620.
       01  WS-FICA-MED-RATE      PIC 9V9999 VALUE 0.0145.

      * the run's withholding liability, dated the day the wages
      * are paid (BANKCAL next business day after the run)
       01  WS-LIAB-STATUS        PIC X(2).
           88  WS-LIAB-MISSING       VALUE "35".
       01  WS-PAY-DATE           PIC 9(8).
       01  WS-RUN-GROSS          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RUN-FED-TAX        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RUN-FICA-SS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RUN-FICA-MED       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAL-FUNCTION       PIC X(1).
       01  WS-CAL-DATE-2         PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE    PIC 9(8).
       01  WS-CAL-RESULT-DAYS    PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               CLOSE CHECK-ISSUANCE-TABLE
               PERFORM END-OFF-CYCLE-RUN
           END-IF
           PERFORM WRITE-LIABILITY-ROW

           DISPLAY "PAYCALC: EMPLOYEES PAID = " WS-EMPLOYEES-PAID
           DISPLAY "PAYCALC: 401K LIMITED   = " WS-EMPS-LIMITED
           ADD PR-FICA-SS TO PR-YTD-FICA-SS
           ADD PR-FICA-MED TO PR-YTD-FICA-MED
           ADD PR-NET-PAY TO PR-YTD-NET-PAY
           PERFORM ACCUMULATE-RUN-LIABILITY

           MOVE PAYROLL-MASTER-RECORD TO PAYROLL-OUT-RECORD
           WRITE PAYROLL-OUT-RECORD.

      * net pay follows the prenote-validated direct deposit when
      * one is on file (PAYDDBLD splits it across the slots and moves
      * the money); otherwise a check rides the issuance table like
      * every other check the shop cuts
       ROUTE-THE-NET-PAY.
           IF PR-DD-ACCOUNT(1) NOT = SPACES
               ADD 1 TO WS-DD-ROUTED
               DELIMITED BY SIZE INTO CHK-CHECK-NUMBER
           MOVE PR-NET-PAY TO CHK-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY
           ADD PR-FICA-MED TO PR-YTD-FICA-MED
           ADD PR-401K-AMOUNT TO PR-YTD-401K
           ADD PR-NET-PAY TO PR-YTD-NET-PAY
           PERFORM ACCUMULATE-RUN-LIABILITY

      * an off-cycle gross override must not rewrite the standing
      * compensation on the updated master
           MOVE PAYROLL-MASTER-RECORD TO PAYROLL-OUT-RECORD
           WRITE PAYROLL-OUT-RECORD.

       ACCUMULATE-RUN-LIABILITY.
           ADD PR-GROSS-PAY TO WS-RUN-GROSS
           ADD PR-FED-TAX TO WS-RUN-FED-TAX
           ADD PR-FICA-SS TO WS-RUN-FICA-SS
           ADD PR-FICA-MED TO WS-RUN-FICA-MED.

      * one liability row per run; a run that paid nobody leaves
      * no row
       WRITE-LIABILITY-ROW.
           IF WS-EMPLOYEES-PAID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAL-FUNCTION
           CALL "BANKCAL" USING WS-CAL-FUNCTION
                                WS-RUN-DATE
                                WS-CAL-DATE-2
                                WS-CAL-RESULT-DATE
                                WS-CAL-RESULT-DAYS
                                WS-CAL-RETURN-CODE
           IF WS-CAL-RETURN-CODE = 0
               MOVE WS-CAL-RESULT-DATE TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF

           OPEN EXTEND LIABILITY-OUT
           IF WS-LIAB-MISSING
               OPEN OUTPUT LIABILITY-OUT
           END-IF
           MOVE WS-PAY-DATE TO PLB-PAY-DATE
           MOVE WS-RUN-DATE TO PLB-RUN-DATE
           IF WS-OFFCYCLE-MODE
               SET PLB-OFF-CYCLE-RUN TO TRUE
           ELSE
               SET PLB-REGULAR-RUN TO TRUE
           END-IF
           MOVE WS-EMPLOYEES-PAID TO PLB-EMPLOYEES-PAID
           MOVE WS-RUN-GROSS TO PLB-GROSS
           MOVE WS-RUN-FED-TAX TO PLB-FED-TAX
           MOVE WS-RUN-FICA-SS TO PLB-FICA-SS
           MOVE WS-RUN-FICA-MED TO PLB-FICA-MED
           WRITE PAY-LIABILITY-RECORD
           CLOSE LIABILITY-OUT.

      * the deferral may take only the room left under the annual
      * limit (catch-up included for 50-and-over); the employer
      * match scales down in proportion so a capped deferral never

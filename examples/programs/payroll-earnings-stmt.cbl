       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.

      ****************************************************************
      * EARNINGS STATEMENT (PAY STUB): runs after PAYDDBLD for every
      * PAYCALC run, regular or off-cycle, and gives each employee
      * paid the breakdown HR used to read off the master:
      *   - every PR-COMPENSATION line (salary, rates, hours, gross)
      *     and every PR-DEDUCTIONS line, current and YTD. YTD comes
      *     from the master's PR-YTD-* accumulators where it has one;
      *     the lines it has none for (hours, local tax, employer
      *     match, benefits, dues, garnishment, other, total) are
      *     kept per employee per year on the stub YTD file
      *     (PAYSTYTD), which each run adds its figures to;
      *   - each garnishment order withheld this run, from PAYCALC's
      *     remittance extract (GARNREMT);
      *   - where the net went: each direct-deposit slot (on-us or
      *     ACH, account masked) and any paper check, from PAYDDBLD's
      *     distribution register (PAYDDREG); an employee with no
      *     register rows was paid by PAYCALC's check.
      * PAYCALC, PAYDDBLD and this program all read or write the
      * master in the same order, so the remittance and register
      * files are matched to the master sequentially.
      *
      * Delivery follows the employee's statement delivery
      * preference (DLVPREF) the same way STMTGEN routes statements:
      * paper to the print file (PAYSTUBP), electronic to the
      * e-statement index (ESTMTIDX) with the stub itself on the
      * e-document file (PAYSTUBE), both to both. The employee is
      * known as a customer through the owner of an on-us deposit
      * account whose SSN matches the payroll master; an employee
      * who is not a customer, has no preference, or has bounced
      * WS-BOUNCE-LIMIT times gets paper.
      *
      * PARM MODE=OFFCYCLE stubs only the employees on the OFFCYCLE
      * list (a bonus shows no benefit deductions, as PAYCALC takes
      * none). The run registers with RUNCTL (PAYSTUB regular,
      * PAYSTUBO off-cycle) so the stub YTD file is never added to
      * twice for one payroll.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN ASSIGN TO "PAYRMASU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT DIST-IN ASSIGN TO "PAYDDREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT REMIT-IN ASSIGN TO "GARNREMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT OFFCYCLE-LIST ASSIGN TO "OFFCYCLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT STUB-YTD-FILE ASSIGN TO "PAYSTYTD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PSY-KEY
               FILE STATUS IS WS-PSY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DELIVERY-PREF-FILE ASSIGN TO "DLVPREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DP-CUST-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT STUB-PRINT ASSIGN TO "PAYSTUBP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT STUB-EDOC ASSIGN TO "PAYSTUBE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDOC-STATUS.
           SELECT ESTMT-INDEX ASSIGN TO "ESTMTIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       COPY "payroll-record.cpy".

       FD  DIST-IN.
       COPY "payroll-dd-dist.cpy".

      * PAYCALC's remittance row, one per order withheld
       FD  REMIT-IN.
       01  REMIT-IN-RECORD.
           05  FILLER                PIC X(4).
           05  RMI-EMPLOYEE-ID       PIC 9(8).
           05  FILLER                PIC X(7).
           05  RMI-ORDER-ID          PIC 9(3).
           05  FILLER                PIC X(5).
           05  RMI-AMOUNT-EDITED     PIC -Z(6)9.99.
           05  FILLER                PIC X(10).
           05  RMI-REMIT-TO          PIC X(30).
           05  FILLER                PIC X(22).

       FD  OFFCYCLE-LIST.
       01  OFFCYCLE-RECORD.
           05  OFC-EMPLOYEE-ID       PIC 9(8).
           05  OFC-RUN-TYPE          PIC X(1).
           05  OFC-GROSS-AMOUNT      PIC 9(9)V99.

       FD  STUB-YTD-FILE.
       COPY "payroll-stub-ytd.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  DELIVERY-PREF-FILE.
       COPY "delivery-pref.cpy".

       FD  STUB-PRINT.
       01  STUB-PRINT-LINE           PIC X(132).

       FD  STUB-EDOC.
       01  STUB-EDOC-LINE            PIC X(132).

       FD  ESTMT-INDEX.
       COPY "estmt-index.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PR-STATUS          PIC X(2).
           88  WS-PR-EOF             VALUE "10".
       01  WS-DIST-STATUS        PIC X(2).
           88  WS-DIST-MISSING       VALUE "35".
       01  WS-REMIT-STATUS       PIC X(2).
           88  WS-REMIT-MISSING      VALUE "35".
       01  WS-OFC-STATUS         PIC X(2).
           88  WS-OFC-EOF            VALUE "10".
           88  WS-OFC-MISSING        VALUE "35".
       01  WS-PSY-STATUS         PIC X(2).
           88  WS-PSY-OK             VALUE "00".
           88  WS-PSY-NOT-FOUND      VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-MISSING       VALUE "35".
       01  WS-CUST-STATUS        PIC X(2).
           88  WS-CUST-MISSING       VALUE "35".
       01  WS-PREF-STATUS        PIC X(2).
           88  WS-PREF-MISSING       VALUE "35".
       01  WS-PRT-STATUS         PIC X(2).
       01  WS-EDOC-STATUS        PIC X(2).
       01  WS-EIX-STATUS         PIC X(2).

      * which optional files are mounted
       01  WS-HAVE-DIST-FILE     PIC X(1) VALUE "Y".
           88  WS-DIST-FILE-UP       VALUE "Y".
       01  WS-HAVE-REMIT-FILE    PIC X(1) VALUE "Y".
           88  WS-REMIT-FILE-UP      VALUE "Y".
       01  WS-HAVE-CUST-FILES    PIC X(1) VALUE "Y".
           88  WS-CUST-FILES-UP      VALUE "Y".
       01  WS-HAVE-PREF-FILE     PIC X(1) VALUE "Y".
           88  WS-PREF-FILE-UP       VALUE "Y".
       01  WS-DIST-EOF-FLAG      PIC X(1) VALUE "N".
           88  WS-DIST-EOF           VALUE "Y".
       01  WS-REMIT-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-REMIT-EOF          VALUE "Y".

       01  WS-OUR-ROUTING         PIC 9(9)  VALUE 123456789.

       01  WS-PARM-LINE          PIC X(20).
       01  WS-RUN-MODE           PIC X(1) VALUE "R".
           88  WS-OFFCYCLE-MODE      VALUE "O".
       01  WS-OC-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-OC-IDX             PIC 9(3) COMP.
       01  WS-OC-FOUND           PIC X(1).
           88  WS-OC-HIT             VALUE "Y".
       01  WS-OFFCYCLE-TABLE.
           05  WS-OC-ENTRY OCCURS 200 TIMES.
               10  WS-OC-EMPLOYEE     PIC 9(8).
               10  WS-OC-TYPE         PIC X(1).
       01  WS-THIS-RUN-TYPE      PIC X(1).
           88  WS-RUN-REGULAR        VALUE "R".
           88  WS-RUN-TERMINATION    VALUE "T".
           88  WS-RUN-BONUS          VALUE "B".
           88  WS-RUN-CORRECTION     VALUE "C".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).

      * delivery routing, as STMTGEN resolves it
       01  WS-BOUNCE-LIMIT        PIC 9(2) VALUE 3.
       01  WS-DELIVERY            PIC X(1).
           88  WS-DLV-PAPER           VALUE "P".
           88  WS-DLV-ELECTRONIC      VALUE "E".
           88  WS-DLV-BOTH            VALUE "B".
       01  WS-EMP-CUST-ID         PIC 9(10).
       01  WS-EMP-SSN-DASHED      PIC X(11).
       01  WS-DOC-REF             PIC X(22).

      * one employee's current figures as actually taken this run
       01  WS-OT-PAY              PIC S9(9)V99 COMP-3.
       01  WS-CUR-HEALTH          PIC S9(5)V99 COMP-3.
       01  WS-CUR-DENTAL          PIC S9(5)V99 COMP-3.
       01  WS-CUR-VISION          PIC S9(5)V99 COMP-3.
       01  WS-CUR-LIFE            PIC S9(5)V99 COMP-3.
       01  WS-CUR-HSA             PIC S9(5)V99 COMP-3.
       01  WS-CUR-UNION           PIC S9(5)V99 COMP-3.
       01  WS-CUR-OTHER           PIC S9(5)V99 COMP-3.
       01  WS-CUR-LOCAL-TAX       PIC S9(5)V99 COMP-3.
       01  WS-CUR-REG-HOURS       PIC 9(3)V99 COMP-3.
       01  WS-CUR-OT-HOURS        PIC 9(3)V99 COMP-3.

      * one stub line: label, current, and YTD when the line has one
       01  WS-STUB-LINE           PIC X(132).
       01  WS-LINE-LABEL          PIC X(24).
       01  WS-LINE-CURRENT        PIC S9(11)V99 COMP-3.
       01  WS-LINE-YTD            PIC S9(11)V99 COMP-3.
       01  WS-LINE-YTD-FLAG       PIC X(1).
           88  WS-LINE-HAS-YTD        VALUE "Y".
       01  WS-CUR-DISPLAY         PIC -Z(9)9.99.
       01  WS-YTD-DISPLAY         PIC -Z(9)9.99.
       01  WS-HOURS-DISPLAY       PIC Z(4)9.99.
       01  WS-HOURS-YTD-DISPLAY   PIC Z(4)9.99.
       01  WS-ORDER-AMOUNT        PIC S9(7)V99 COMP-3.

      * the deposit account shown masked to its last four
       01  WS-ACCT-LEN            PIC 9(2) COMP.
       01  WS-ACCT-START          PIC 9(2) COMP.
       01  WS-MASKED-ACCOUNT      PIC X(8).
       01  WS-ACCT-KIND           PIC X(8).
       01  WS-DIST-ROWS           PIC 9(2) COMP.
       01  WS-SLOT-IDX            PIC 9 COMP.

       01  WS-EMPLOYEES-READ      PIC 9(9) COMP VALUE 0.
       01  WS-STUBS-PRINTED       PIC 9(9) COMP VALUE 0.
       01  WS-STUBS-ELECTRONIC    PIC 9(9) COMP VALUE 0.
       01  WS-STUBS-WRITTEN       PIC 9(9) COMP VALUE 0.

      * run-control register guard (RUNCTL)
       01  WS-RNC-FUNCTION        PIC X(1).
       01  WS-RNC-FILE-ID         PIC X(8) VALUE "PAYSTUB".
       01  WS-RNC-RUN-DATE        PIC 9(8).
       01  WS-RNC-COUNT           PIC 9(9) VALUE 0.
       01  WS-RNC-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RNC-PROGRAM         PIC X(8) VALUE "PAYSTUB".
       01  WS-RNC-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:13) = "MODE=OFFCYCLE"
               MOVE "O" TO WS-RUN-MODE
               MOVE "PAYSTUBO" TO WS-RNC-FILE-ID
               PERFORM LOAD-OFF-CYCLE-LIST
           END-IF

           MOVE WS-RUN-DATE TO WS-RNC-RUN-DATE
           MOVE "S" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE
           IF WS-RNC-RETURN-CODE = 50
               DISPLAY "PAYSTUB: STUBS ALREADY PRODUCED FOR THIS "
                       "PAYROLL - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYROLL-IN
           OPEN INPUT DIST-IN
           IF WS-DIST-MISSING
               MOVE "N" TO WS-HAVE-DIST-FILE
               SET WS-DIST-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-DISTRIBUTION
           END-IF
           OPEN INPUT REMIT-IN
           IF WS-REMIT-MISSING
               MOVE "N" TO WS-HAVE-REMIT-FILE
               SET WS-REMIT-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-REMITTANCE
           END-IF
           OPEN I-O STUB-YTD-FILE
           IF WS-PSY-NOT-FOUND
               OPEN OUTPUT STUB-YTD-FILE
               CLOSE STUB-YTD-FILE
               OPEN I-O STUB-YTD-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF WS-ACCT-MISSING OR WS-CUST-MISSING
               MOVE "N" TO WS-HAVE-CUST-FILES
           END-IF
           OPEN INPUT DELIVERY-PREF-FILE
           IF WS-PREF-MISSING
               MOVE "N" TO WS-HAVE-PREF-FILE
           END-IF
           OPEN OUTPUT STUB-PRINT
           OPEN OUTPUT STUB-EDOC
           OPEN EXTEND ESTMT-INDEX
           IF WS-EIX-STATUS = "35"
               OPEN OUTPUT ESTMT-INDEX
           END-IF

           PERFORM UNTIL WS-PR-EOF
               READ PAYROLL-IN
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM PRODUCE-ONE-STUB
               END-READ
           END-PERFORM

           CLOSE PAYROLL-IN
           IF WS-DIST-FILE-UP
               CLOSE DIST-IN
           END-IF
           IF WS-REMIT-FILE-UP
               CLOSE REMIT-IN
           END-IF
           CLOSE STUB-YTD-FILE
           IF WS-CUST-FILES-UP
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-PREF-FILE-UP
               CLOSE DELIVERY-PREF-FILE
           END-IF
           CLOSE STUB-PRINT
           CLOSE STUB-EDOC
           CLOSE ESTMT-INDEX

           MOVE WS-STUBS-WRITTEN TO WS-RNC-COUNT
           MOVE "E" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE

           DISPLAY "PAYSTUB: EMPLOYEES READ    = " WS-EMPLOYEES-READ
           DISPLAY "PAYSTUB: STUBS PRODUCED    = " WS-STUBS-WRITTEN
           DISPLAY "PAYSTUB: STUBS PRINTED     = " WS-STUBS-PRINTED
           DISPLAY "PAYSTUB: STUBS ELECTRONIC  = " WS-STUBS-ELECTRONIC

           GOBACK.

       LOAD-OFF-CYCLE-LIST.
           OPEN INPUT OFFCYCLE-LIST
           IF WS-OFC-MISSING
               DISPLAY "PAYSTUB: NO OFF-CYCLE LIST - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-OFC-EOF
               READ OFFCYCLE-LIST
                   AT END
                       SET WS-OFC-EOF TO TRUE
                   NOT AT END
                       IF WS-OC-COUNT < 200
                           ADD 1 TO WS-OC-COUNT
                           MOVE OFC-EMPLOYEE-ID
                               TO WS-OC-EMPLOYEE(WS-OC-COUNT)
                           MOVE OFC-RUN-TYPE
                               TO WS-OC-TYPE(WS-OC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFCYCLE-LIST.

       READ-NEXT-DISTRIBUTION.
           READ DIST-IN
               AT END
                   SET WS-DIST-EOF TO TRUE
           END-READ.

       READ-NEXT-REMITTANCE.
           READ REMIT-IN
               AT END
                   SET WS-REMIT-EOF TO TRUE
           END-READ.

      * off-cycle: unlisted employees carry their last regular pay
      * on the master and get no stub
       PRODUCE-ONE-STUB.
           MOVE "R" TO WS-THIS-RUN-TYPE
           IF WS-OFFCYCLE-MODE
               MOVE "N" TO WS-OC-FOUND
               PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-COUNT OR WS-OC-HIT
                   IF WS-OC-EMPLOYEE(WS-OC-IDX) = PR-EMPLOYEE-ID
                       SET WS-OC-HIT TO TRUE
                       MOVE WS-OC-TYPE(WS-OC-IDX)
                           TO WS-THIS-RUN-TYPE
                   END-IF
               END-PERFORM
               IF NOT WS-OC-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PR-GROSS-PAY <= 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-CURRENT-FIGURES
           PERFORM ROLL-STUB-YTD
           PERFORM RESOLVE-DELIVERY-METHOD
           STRING "PS" PR-EMPLOYEE-ID WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DOC-REF
           IF WS-DLV-ELECTRONIC OR WS-DLV-BOTH
               PERFORM WRITE-ESTMT-INDEX-ROW
           END-IF

           PERFORM WRITE-STUB-HEADING
           PERFORM WRITE-EARNINGS-LINES
           PERFORM WRITE-DEDUCTION-LINES
           PERFORM WRITE-GARNISHMENT-ORDERS
           PERFORM WRITE-NET-PAY-DISTRIBUTION

           ADD 1 TO WS-STUBS-WRITTEN
           ADD PR-NET-PAY TO WS-RNC-TOTAL
           IF WS-DLV-ELECTRONIC
               ADD 1 TO WS-STUBS-ELECTRONIC
           ELSE
               ADD 1 TO WS-STUBS-PRINTED
           END-IF.

      * a bonus is paid at the flat supplemental rates with no
      * benefit or voluntary deductions, whatever the standing
      * per-period amounts on the master say
       SET-CURRENT-FIGURES.
           MOVE 0 TO WS-OT-PAY
           MOVE PR-REGULAR-HOURS TO WS-CUR-REG-HOURS
           MOVE PR-OT-HOURS TO WS-CUR-OT-HOURS
           MOVE PR-HEALTH-INS TO WS-CUR-HEALTH
           MOVE PR-DENTAL-INS TO WS-CUR-DENTAL
           MOVE PR-VISION-INS TO WS-CUR-VISION
           MOVE PR-LIFE-INS TO WS-CUR-LIFE
           MOVE PR-HSA-AMOUNT TO WS-CUR-HSA
           MOVE PR-UNION-DUES TO WS-CUR-UNION
           MOVE PR-OTHER-DEDUCT TO WS-CUR-OTHER
           MOVE PR-LOCAL-TAX TO WS-CUR-LOCAL-TAX
           IF WS-RUN-BONUS
               MOVE 0 TO WS-CUR-REG-HOURS
               MOVE 0 TO WS-CUR-OT-HOURS
               MOVE 0 TO WS-CUR-HEALTH
               MOVE 0 TO WS-CUR-DENTAL
               MOVE 0 TO WS-CUR-VISION
               MOVE 0 TO WS-CUR-LIFE
               MOVE 0 TO WS-CUR-HSA
               MOVE 0 TO WS-CUR-UNION
               MOVE 0 TO WS-CUR-OTHER
               MOVE 0 TO WS-CUR-LOCAL-TAX
           ELSE
               IF PR-HOURLY-RATE > 0
                   COMPUTE WS-OT-PAY ROUNDED =
                       PR-OT-HOURS * PR-OT-RATE
               ELSE
                   MOVE 0 TO WS-CUR-REG-HOURS
                   MOVE 0 TO WS-CUR-OT-HOURS
               END-IF
           END-IF.

       ROLL-STUB-YTD.
           MOVE PR-EMPLOYEE-ID TO PSY-EMPLOYEE-ID
           MOVE WS-RUN-YEAR TO PSY-YEAR
           READ STUB-YTD-FILE
               INVALID KEY
                   INITIALIZE PAY-STUB-YTD-RECORD
                   MOVE PR-EMPLOYEE-ID TO PSY-EMPLOYEE-ID
                   MOVE WS-RUN-YEAR TO PSY-YEAR
           END-READ
           MOVE WS-RUN-DATE TO PSY-LAST-RUN-DATE
           ADD WS-CUR-REG-HOURS TO PSY-REGULAR-HOURS
           ADD WS-CUR-OT-HOURS TO PSY-OT-HOURS
           ADD WS-CUR-LOCAL-TAX TO PSY-LOCAL-TAX
           ADD PR-401K-EMPLOYER TO PSY-401K-EMPLOYER
           ADD WS-CUR-HEALTH TO PSY-HEALTH-INS
           ADD WS-CUR-DENTAL TO PSY-DENTAL-INS
           ADD WS-CUR-VISION TO PSY-VISION-INS
           ADD WS-CUR-LIFE TO PSY-LIFE-INS
           ADD WS-CUR-HSA TO PSY-HSA-AMOUNT
           ADD WS-CUR-UNION TO PSY-UNION-DUES
           ADD PR-GARNISHMENT TO PSY-GARNISHMENT
           ADD WS-CUR-OTHER TO PSY-OTHER-DEDUCT
           ADD PR-TOTAL-DEDUCTIONS TO PSY-TOTAL-DEDUCTIONS
           IF WS-PSY-OK
               REWRITE PAY-STUB-YTD-RECORD
           ELSE
               WRITE PAY-STUB-YTD-RECORD
           END-IF.

      * the employee is a customer when an on-us deposit slot's
      * account belongs to someone whose SSN matches the master;
      * anything short of that, or a bounced-out preference, is
      * paper
       RESOLVE-DELIVERY-METHOD.
           MOVE "P" TO WS-DELIVERY
           MOVE 0 TO WS-EMP-CUST-ID
           IF NOT WS-CUST-FILES-UP OR NOT WS-PREF-FILE-UP
               EXIT PARAGRAPH
           END-IF
           STRING PR-EMP-SSN(1:3) "-" PR-EMP-SSN(4:2) "-"
                  PR-EMP-SSN(6:4)
               DELIMITED BY SIZE INTO WS-EMP-SSN-DASHED
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3 OR WS-EMP-CUST-ID > 0
               IF PR-DD-ROUTING(WS-SLOT-IDX) = WS-OUR-ROUTING
                   MOVE PR-DD-ACCOUNT(WS-SLOT-IDX) TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCT-OWNER-ID TO CUST-ID
                           READ CUSTOMER-MASTER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CUST-SSN = WS-EMP-SSN-DASHED
                                       MOVE CUST-ID TO WS-EMP-CUST-ID
                                   END-IF
                           END-READ
                   END-READ
               END-IF
           END-PERFORM
           IF WS-EMP-CUST-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-CUST-ID TO DP-CUST-ID
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DP-BOUNCE-COUNT >= WS-BOUNCE-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE DP-METHOD TO WS-DELIVERY.

       WRITE-ESTMT-INDEX-ROW.
           MOVE WS-EMP-CUST-ID TO EIX-CUST-ID
           MOVE WS-RUN-DATE TO EIX-STMT-DATE
           MOVE WS-DOC-REF TO EIX-DOC-REF
           WRITE ESTMT-INDEX-RECORD.

      * every stub line goes to paper, the e-document, or both
       WRITE-STUB-LINE.
           IF NOT WS-DLV-ELECTRONIC
               MOVE WS-STUB-LINE TO STUB-PRINT-LINE
               WRITE STUB-PRINT-LINE
           END-IF
           IF WS-DLV-ELECTRONIC OR WS-DLV-BOTH
               MOVE WS-STUB-LINE TO STUB-EDOC-LINE
               WRITE STUB-EDOC-LINE
           END-IF
           MOVE SPACES TO WS-STUB-LINE.

       WRITE-STUB-HEADING.
           MOVE SPACES TO WS-STUB-LINE
           STRING "EARNINGS STATEMENT  COBRIDGE BANK  DOC=" WS-DOC-REF
                  "  RUN DATE=" WS-RUN-DATE
                  "  RUN TYPE=" WS-THIS-RUN-TYPE
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           STRING "  EMPLOYEE=" PR-EMPLOYEE-ID
                  " " PR-EMP-FIRST-NAME(1:15)
                  " " PR-EMP-MI
                  " " PR-EMP-LAST-NAME(1:20)
                  " DEPT=" PR-DEPT-CODE
                  " SSN=XXX-XX-" PR-EMP-SSN(6:4)
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE "CURRENT" TO WS-STUB-LINE(34:7)
           MOVE "YEAR TO DATE" TO WS-STUB-LINE(49:12)
           PERFORM WRITE-STUB-LINE.

      * PR-COMPENSATION: the standing rates, the hours and the gross
       WRITE-EARNINGS-LINES.
           MOVE PR-BASE-SALARY TO WS-CUR-DISPLAY
           STRING "  BASE SALARY (ANNUAL)    " WS-CUR-DISPLAY
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE PR-HOURLY-RATE TO WS-CUR-DISPLAY
           STRING "  HOURLY RATE             " WS-CUR-DISPLAY
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE WS-CUR-REG-HOURS TO WS-HOURS-DISPLAY
           MOVE PSY-REGULAR-HOURS TO WS-HOURS-YTD-DISPLAY
           STRING "  REGULAR HOURS                " WS-HOURS-DISPLAY
                  "            " WS-HOURS-YTD-DISPLAY
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE WS-CUR-OT-HOURS TO WS-HOURS-DISPLAY
           MOVE PSY-OT-HOURS TO WS-HOURS-YTD-DISPLAY
           STRING "  OVERTIME HOURS               " WS-HOURS-DISPLAY
                  "            " WS-HOURS-YTD-DISPLAY
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE PR-OT-RATE TO WS-CUR-DISPLAY
           STRING "  OVERTIME RATE           " WS-CUR-DISPLAY
               DELIMITED BY SIZE INTO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           IF WS-OT-PAY > 0
               MOVE "  OVERTIME PAY" TO WS-LINE-LABEL
               MOVE WS-OT-PAY TO WS-LINE-CURRENT
               MOVE "N" TO WS-LINE-YTD-FLAG
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE "  GROSS PAY" TO WS-LINE-LABEL
           MOVE PR-GROSS-PAY TO WS-LINE-CURRENT
           MOVE PR-YTD-GROSS TO WS-LINE-YTD
           MOVE "Y" TO WS-LINE-YTD-FLAG
           PERFORM WRITE-AMOUNT-LINE.

      * PR-DEDUCTIONS, each with its YTD
       WRITE-DEDUCTION-LINES.
           MOVE "Y" TO WS-LINE-YTD-FLAG
           MOVE "  FEDERAL INCOME TAX" TO WS-LINE-LABEL
           MOVE PR-FED-TAX TO WS-LINE-CURRENT
           MOVE PR-YTD-FED-TAX TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  STATE INCOME TAX" TO WS-LINE-LABEL
           MOVE PR-STATE-TAX TO WS-LINE-CURRENT
           MOVE PR-YTD-STATE-TAX TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  LOCAL TAX" TO WS-LINE-LABEL
           MOVE WS-CUR-LOCAL-TAX TO WS-LINE-CURRENT
           MOVE PSY-LOCAL-TAX TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  SOCIAL SECURITY" TO WS-LINE-LABEL
           MOVE PR-FICA-SS TO WS-LINE-CURRENT
           MOVE PR-YTD-FICA-SS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  MEDICARE" TO WS-LINE-LABEL
           MOVE PR-FICA-MED TO WS-LINE-CURRENT
           MOVE PR-YTD-FICA-MED TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  401(K) DEFERRAL" TO WS-LINE-LABEL
           MOVE PR-401K-AMOUNT TO WS-LINE-CURRENT
           MOVE PR-YTD-401K TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  HEALTH INSURANCE" TO WS-LINE-LABEL
           MOVE WS-CUR-HEALTH TO WS-LINE-CURRENT
           MOVE PSY-HEALTH-INS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  DENTAL INSURANCE" TO WS-LINE-LABEL
           MOVE WS-CUR-DENTAL TO WS-LINE-CURRENT
           MOVE PSY-DENTAL-INS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  VISION INSURANCE" TO WS-LINE-LABEL
           MOVE WS-CUR-VISION TO WS-LINE-CURRENT
           MOVE PSY-VISION-INS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  LIFE INSURANCE" TO WS-LINE-LABEL
           MOVE WS-CUR-LIFE TO WS-LINE-CURRENT
           MOVE PSY-LIFE-INS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  HSA CONTRIBUTION" TO WS-LINE-LABEL
           MOVE WS-CUR-HSA TO WS-LINE-CURRENT
           MOVE PSY-HSA-AMOUNT TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  UNION DUES" TO WS-LINE-LABEL
           MOVE WS-CUR-UNION TO WS-LINE-CURRENT
           MOVE PSY-UNION-DUES TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  GARNISHMENTS" TO WS-LINE-LABEL
           MOVE PR-GARNISHMENT TO WS-LINE-CURRENT
           MOVE PSY-GARNISHMENT TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  OTHER DEDUCTIONS" TO WS-LINE-LABEL
           MOVE WS-CUR-OTHER TO WS-LINE-CURRENT
           MOVE PSY-OTHER-DEDUCT TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  TOTAL DEDUCTIONS" TO WS-LINE-LABEL
           MOVE PR-TOTAL-DEDUCTIONS TO WS-LINE-CURRENT
           MOVE PSY-TOTAL-DEDUCTIONS TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  NET PAY" TO WS-LINE-LABEL
           MOVE PR-NET-PAY TO WS-LINE-CURRENT
           MOVE PR-YTD-NET-PAY TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  EMPLOYER 401(K) MATCH" TO WS-LINE-LABEL
           MOVE PR-401K-EMPLOYER TO WS-LINE-CURRENT
           MOVE PSY-401K-EMPLOYER TO WS-LINE-YTD
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE-CURRENT TO WS-CUR-DISPLAY
           IF WS-LINE-HAS-YTD
               MOVE WS-LINE-YTD TO WS-YTD-DISPLAY
               STRING WS-LINE-LABEL "  " WS-CUR-DISPLAY
                      "      " WS-YTD-DISPLAY
                   DELIMITED BY SIZE INTO WS-STUB-LINE
           ELSE
               STRING WS-LINE-LABEL "  " WS-CUR-DISPLAY
                   DELIMITED BY SIZE INTO WS-STUB-LINE
           END-IF
           PERFORM WRITE-STUB-LINE.

      * the orders WITHHOLD-ONE-ORDER took this run, from the
      * remittance extract in master order
       WRITE-GARNISHMENT-ORDERS.
           PERFORM UNTIL WS-REMIT-EOF
                   OR RMI-EMPLOYEE-ID NOT = PR-EMPLOYEE-ID
               MOVE RMI-AMOUNT-EDITED TO WS-ORDER-AMOUNT
               MOVE WS-ORDER-AMOUNT TO WS-CUR-DISPLAY
               STRING "  GARNISHMENT ORDER " RMI-ORDER-ID
                      "   " WS-CUR-DISPLAY
                      "  REMITTED TO " RMI-REMIT-TO
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               PERFORM WRITE-STUB-LINE
               PERFORM READ-NEXT-REMITTANCE
           END-PERFORM.

      * where the net went, from PAYDDBLD's distribution register;
      * nothing on the register means PAYCALC's paper check
       WRITE-NET-PAY-DISTRIBUTION.
           MOVE "  NET PAY DISTRIBUTION" TO WS-STUB-LINE
           PERFORM WRITE-STUB-LINE
           MOVE 0 TO WS-DIST-ROWS
           PERFORM UNTIL WS-DIST-EOF
                   OR PDR-EMPLOYEE-ID NOT = PR-EMPLOYEE-ID
               ADD 1 TO WS-DIST-ROWS
               MOVE PDR-AMOUNT TO WS-CUR-DISPLAY
               IF PDR-CHECK
                   STRING "    PAPER CHECK          " WS-CUR-DISPLAY
                          "  CHECK NO " PDR-CHECK-NUMBER
                       DELIMITED BY SIZE INTO WS-STUB-LINE
               ELSE
                   PERFORM MASK-DEPOSIT-ACCOUNT
                   STRING "    DIRECT DEPOSIT SLOT " PDR-SLOT
                          WS-CUR-DISPLAY
                          "  " WS-ACCT-KIND
                          " ACCT " WS-MASKED-ACCOUNT
                          " RT " PDR-ROUTING
                       DELIMITED BY SIZE INTO WS-STUB-LINE
               END-IF
               PERFORM WRITE-STUB-LINE
               PERFORM READ-NEXT-DISTRIBUTION
           END-PERFORM
           IF WS-DIST-ROWS = 0
               MOVE PR-NET-PAY TO WS-CUR-DISPLAY
               STRING "    PAPER CHECK          " WS-CUR-DISPLAY
                   DELIMITED BY SIZE INTO WS-STUB-LINE
               PERFORM WRITE-STUB-LINE
           END-IF
           MOVE ALL "-" TO WS-STUB-LINE(1:80)
           PERFORM WRITE-STUB-LINE.

       MASK-DEPOSIT-ACCOUNT.
           IF PDR-SAVINGS
               MOVE "SAVINGS" TO WS-ACCT-KIND
           ELSE
               MOVE "CHECKING" TO WS-ACCT-KIND
           END-IF
           MOVE 0 TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-START FROM 17 BY -1
                   UNTIL WS-ACCT-START < 1 OR WS-ACCT-LEN > 0
               IF PDR-ACCOUNT(WS-ACCT-START:1) NOT = SPACE
                   MOVE WS-ACCT-START TO WS-ACCT-LEN
               END-IF
           END-PERFORM
           MOVE "****" TO WS-MASKED-ACCOUNT
           IF WS-ACCT-LEN >= 4
               COMPUTE WS-ACCT-START = WS-ACCT-LEN - 3
               MOVE PDR-ACCOUNT(WS-ACCT-START:4)
                   TO WS-MASKED-ACCOUNT(5:4)
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFREV.

      ****************************************************************
      * MONTHLY BATCH: employee self-dealing review for internal
      * audit. Works out, for every operator on the profile file,
      * the accounts that are the employee's own or the household's:
      *   SELF - held by the customer whose SSN matches the
      *          employee's on the payroll master (PR-EMPLOYEE-ID
      *          is the operator id)
      *   DDEP - an on-us account the employee's pay is deposited
      *          to
      *   ADDR - held by another customer at the employee's street
      *          address and ZIP
      *   JNT  - held by a co-owner of one of the employee's own
      *          accounts, found through the CIF and the account's
      *          signatories
      * and then reports every piece of staff work inside the last
      * DAYS=nn days (default 31) that touched one of them:
      *   - an adjustment the employee keyed (TXN-MAKER-ID) or
      *     approved (TXN-CHECKER-ID), off the period file
      *   - a fee waiver, hold release or signatory change off the
      *     staff activity file STAFFLOG writes
      * Exceptions print with the branch they belong to (the
      * branch the work was keyed at, else the account's branch),
      * then an exception count per branch. RC=4 when anything was
      * found.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE ASSIGN TO "OPPROF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-STATUS.
           SELECT PAYROLL-IN ASSIGN TO "PAYRMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CIF-FILE ASSIGN TO "CIFFILE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CIF-KEY
               ALTERNATE RECORD KEY IS CIF-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CIF-STATUS.
           SELECT TXN-PERIOD ASSIGN TO "TXNMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT STAFF-ACTIVITY ASSIGN TO "STAFFACT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO "STAFFEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE.
       COPY "operator-profile.cpy".

       FD  PAYROLL-IN.
       COPY "payroll-record.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CIF-FILE.
       COPY "cif.cpy".

       FD  TXN-PERIOD.
       COPY "transaction.cpy".

       FD  STAFF-ACTIVITY.
       COPY "staff-activity.cpy".

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROF-STATUS        PIC X(2).
           88  WS-PROF-OK            VALUE "00".
           88  WS-PROF-EOF           VALUE "10".
       01  WS-PR-STATUS          PIC X(2).
           88  WS-PR-EOF             VALUE "10".
           88  WS-PR-MISSING         VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-EOF           VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CIF-STATUS         PIC X(2).
           88  WS-CIF-OK             VALUE "00".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-SA-STATUS          PIC X(2).
           88  WS-SA-EOF             VALUE "10".
           88  WS-SA-MISSING         VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-WINDOW-DAYS         PIC 9(2) VALUE 31.

       01  WS-OUR-ROUTING         PIC 9(9)  VALUE 123456789.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-EVENT-DATE          PIC 9(8).
       01  WS-EVENT-IN-WINDOW     PIC X(1).
           88  WS-IN-WINDOW           VALUE "Y".
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

       01  WS-OPERATORS-READ      PIC 9(9) COMP VALUE 0.
       01  WS-ON-PAYROLL          PIC 9(9) COMP VALUE 0.
       01  WS-ADJ-CHECKED         PIC 9(9) COMP VALUE 0.
       01  WS-ACTIVITY-CHECKED    PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.

      * one row per operator; the SSN is the payroll master's,
      * dashed the way the customer master carries it
       01  WS-EM-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-EM-IDX              PIC 9(4) COMP.
       01  WS-EM-FOUND            PIC X(1).
           88  WS-EM-HIT               VALUE "Y".
       01  WS-EMPLOYEE-TABLE.
           05  WS-EM-ENTRY OCCURS 2000 TIMES.
               10  WS-EM-OPER-ID      PIC 9(8).
               10  WS-EM-NAME         PIC X(30).
               10  WS-EM-SSN          PIC X(11).
       01  WS-EMP-SSN-DASHED      PIC X(11).
       01  WS-SLOT-IDX            PIC 9(1) COMP.

      * the customers related to each employee, and how
       01  WS-RC-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-RC-IDX              PIC 9(5) COMP.
       01  WS-RC-SCAN             PIC 9(5) COMP.
       01  WS-RC-FOUND            PIC X(1).
           88  WS-RC-HIT               VALUE "Y".
       01  WS-RELATED-CUST-TABLE.
           05  WS-RC-ENTRY OCCURS 5000 TIMES.
               10  WS-RC-EMP-IDX      PIC 9(4) COMP.
               10  WS-RC-CUST-ID      PIC 9(10).
               10  WS-RC-REL          PIC X(4).
               10  WS-RC-ADDRESS      PIC X(50).

      * the accounts related to each employee, and how
       01  WS-RA-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-RA-IDX              PIC 9(5) COMP.
       01  WS-RA-FOUND            PIC X(1).
           88  WS-RA-HIT               VALUE "Y".
       01  WS-RELATED-ACCT-TABLE.
           05  WS-RA-ENTRY OCCURS 10000 TIMES.
               10  WS-RA-EMP-IDX      PIC 9(4) COMP.
               10  WS-RA-ACCT         PIC X(12).
               10  WS-RA-REL          PIC X(4).

      * the relation being recorded or looked up
       01  WS-NEW-EMP-IDX         PIC 9(4) COMP.
       01  WS-NEW-CUST-ID         PIC 9(10).
       01  WS-NEW-ACCT            PIC X(12).
       01  WS-NEW-REL             PIC X(4).
       01  WS-NEW-ADDRESS         PIC X(50).
       01  WS-CUST-ADDRESS-KEY    PIC X(50).
       01  WS-SIGNER-IDX          PIC 9(1) COMP.

      * one exception as it prints
       01  WS-X-ACTIVITY          PIC X(16).
       01  WS-X-ACCT              PIC X(12).
       01  WS-X-CUST-ID           PIC 9(10).
       01  WS-X-REL               PIC X(4).
       01  WS-X-DATE              PIC 9(8).
       01  WS-X-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-X-REF               PIC X(40).
       01  WS-X-BRANCH            PIC X(4).
       01  WS-X-OPER-ID           PIC 9(8).

      * exception counts as branches appear
       01  WS-BR-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-BR-IDX              PIC 9(3) COMP.
       01  WS-BRANCH-TABLE.
           05  WS-BR-BKT OCCURS 200 TIMES.
               10  WS-BR-ID           PIC X(4).
               10  WS-BR-EXCEPTIONS   PIC 9(7) COMP.

       01  WS-DISPLAY-COUNT       PIC ZZZZZZ9.
       01  WS-DISPLAY-AMOUNT      PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM

           PERFORM LOAD-OPERATORS

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           PERFORM LOAD-PAYROLL
           PERFORM MATCH-CUSTOMERS-BY-SSN
           CLOSE CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           PERFORM MATCH-CUSTOMERS-BY-ADDRESS
           CLOSE CUSTOMER-MASTER

           OPEN INPUT CIF-FILE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM GATHER-CUSTOMER-ACCOUNTS
           END-PERFORM
           CLOSE CIF-FILE

           OPEN OUTPUT EXCEPTION-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM SCAN-ADJUSTMENTS
           PERFORM SCAN-STAFF-ACTIVITY
           PERFORM WRITE-BRANCH-SUMMARY
           CLOSE EXCEPTION-RPT
           CLOSE ACCOUNT-MASTER

           DISPLAY "STAFFREV: WINDOW DAYS      = " WS-WINDOW-DAYS
           DISPLAY "STAFFREV: OPERATORS        = " WS-OPERATORS-READ
           DISPLAY "STAFFREV: ON PAYROLL       = " WS-ON-PAYROLL
           DISPLAY "STAFFREV: RELATED CUSTS    = " WS-RC-COUNT
           DISPLAY "STAFFREV: RELATED ACCOUNTS = " WS-RA-COUNT
           DISPLAY "STAFFREV: ADJUSTMENTS      = " WS-ADJ-CHECKED
           DISPLAY "STAFFREV: STAFF ACTIVITY   = " WS-ACTIVITY-CHECKED
           DISPLAY "STAFFREV: EXCEPTIONS       = " WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * the parm may carry DAYS=nn, how far back the review looks
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 14
               IF WS-PARM-LINE(WS-PARM-IDX:5) = "DAYS="
                       AND WS-PARM-LINE(WS-PARM-IDX + 5:2) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 5:2)
                       TO WS-WINDOW-DAYS
               END-IF
           END-PERFORM
           IF WS-WINDOW-DAYS = 0
               MOVE 31 TO WS-WINDOW-DAYS
           END-IF.

       CHECK-EVENT-WINDOW.
           MOVE "N" TO WS-EVENT-IN-WINDOW
           IF WS-EVENT-DATE = 0 OR WS-EVENT-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DATE-INT - FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                   < WS-WINDOW-DAYS
               SET WS-IN-WINDOW TO TRUE
           END-IF.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-PROFILE
           IF NOT WS-PROF-OK
               DISPLAY "STAFFREV: OPERATOR PROFILE FILE UNAVAILABLE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROF-EOF
               READ OPERATOR-PROFILE NEXT RECORD
                   AT END
                       SET WS-PROF-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE.

       KEEP-ONE-OPERATOR.
           ADD 1 TO WS-OPERATORS-READ
           IF WS-EM-COUNT >= 2000
               DISPLAY "STAFFREV: EMPLOYEE TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EM-COUNT
           MOVE OP-OPERATOR-ID TO WS-EM-OPER-ID(WS-EM-COUNT)
           MOVE OP-NAME TO WS-EM-NAME(WS-EM-COUNT)
           MOVE SPACES TO WS-EM-SSN(WS-EM-COUNT).

      * leaves WS-EM-IDX on the operator's row when WS-EM-HIT
       FIND-EMPLOYEE.
           MOVE "N" TO WS-EM-FOUND
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT OR WS-EM-HIT
               IF WS-EM-OPER-ID(WS-EM-IDX) = WS-X-OPER-ID
                   SET WS-EM-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-EM-HIT
               SUBTRACT 1 FROM WS-EM-IDX
           END-IF.

      * the payroll master gives each operator's SSN, and any on-us
      * account the pay goes to is the employee's own
       LOAD-PAYROLL.
           OPEN INPUT PAYROLL-IN
           IF WS-PR-MISSING
               DISPLAY "STAFFREV: PAYROLL MASTER MISSING - "
                       "NO SSN MATCHING"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PR-EOF
               READ PAYROLL-IN
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE PAYROLL-IN.

       MATCH-ONE-EMPLOYEE.
           MOVE PR-EMPLOYEE-ID TO WS-X-OPER-ID
           PERFORM FIND-EMPLOYEE
           IF NOT WS-EM-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ON-PAYROLL
           MOVE SPACES TO WS-EMP-SSN-DASHED
           STRING PR-EMP-SSN(1:3) "-" PR-EMP-SSN(4:2) "-"
                  PR-EMP-SSN(6:4)
               DELIMITED BY SIZE INTO WS-EMP-SSN-DASHED
           MOVE WS-EMP-SSN-DASHED TO WS-EM-SSN(WS-EM-IDX)
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 3
               IF PR-DD-ROUTING(WS-SLOT-IDX) = WS-OUR-ROUTING
                       AND PR-DD-ACCOUNT(WS-SLOT-IDX) NOT = SPACES
                   MOVE WS-EM-IDX TO WS-NEW-EMP-IDX
                   MOVE PR-DD-ACCOUNT(WS-SLOT-IDX) TO WS-NEW-ACCT
                   MOVE "DDEP" TO WS-NEW-REL
                   PERFORM ADD-RELATED-ACCOUNT
               END-IF
           END-PERFORM.

      * the employee's own customer record: the SSN on the master
      * is the payroll SSN
       MATCH-CUSTOMERS-BY-SSN.
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-SSN NOT = SPACES
                           PERFORM MATCH-ONE-SSN
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-SSN.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-SSN(WS-EM-IDX) = CUST-SSN
                   MOVE WS-EM-IDX TO WS-NEW-EMP-IDX
                   MOVE CUST-ID TO WS-NEW-CUST-ID
                   MOVE "SELF" TO WS-NEW-REL
                   MOVE SPACES TO WS-NEW-ADDRESS
                   STRING CUST-STREET CUST-ZIP
                       DELIMITED BY SIZE INTO WS-NEW-ADDRESS
                   PERFORM ADD-RELATED-CUSTOMER
               END-IF
           END-PERFORM.

      * anyone else on the master at the employee's street and ZIP
       MATCH-CUSTOMERS-BY-ADDRESS.
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-STREET NOT = SPACES
                           PERFORM MATCH-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-ADDRESS.
           MOVE SPACES TO WS-CUST-ADDRESS-KEY
           STRING CUST-STREET CUST-ZIP
               DELIMITED BY SIZE INTO WS-CUST-ADDRESS-KEY
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
                   UNTIL WS-RC-SCAN > WS-RC-COUNT
               IF WS-RC-REL(WS-RC-SCAN) = "SELF"
                       AND WS-RC-ADDRESS(WS-RC-SCAN)
                           = WS-CUST-ADDRESS-KEY
                       AND WS-RC-CUST-ID(WS-RC-SCAN) NOT = CUST-ID
                   MOVE WS-RC-EMP-IDX(WS-RC-SCAN) TO WS-NEW-EMP-IDX
                   MOVE CUST-ID TO WS-NEW-CUST-ID
                   MOVE "ADDR" TO WS-NEW-REL
                   MOVE SPACES TO WS-NEW-ADDRESS
                   PERFORM ADD-RELATED-CUSTOMER
               END-IF
           END-PERFORM.

      * every CIF relationship a related customer has brings the
      * account in under the same relation; on the employee's own
      * accounts the other owners join as JNT, and the loop that
      * drives this reaches their accounts in turn
       GATHER-CUSTOMER-ACCOUNTS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-RC-CUST-ID(WS-RC-IDX) TO CIF-CUST-ID
           MOVE LOW-VALUES TO CIF-ACCOUNT-NUMBER
           START CIF-FILE KEY >= CIF-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ CIF-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF CIF-CUST-ID NOT = WS-RC-CUST-ID(WS-RC-IDX)
                           SET WS-SCAN-COMPLETE TO TRUE
                       ELSE
                           PERFORM GATHER-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       GATHER-ONE-ACCOUNT.
           MOVE WS-RC-EMP-IDX(WS-RC-IDX) TO WS-NEW-EMP-IDX
           MOVE CIF-ACCOUNT-NUMBER TO WS-NEW-ACCT
           MOVE WS-RC-REL(WS-RC-IDX) TO WS-NEW-REL
           PERFORM ADD-RELATED-ACCOUNT
           IF WS-RC-REL(WS-RC-IDX) NOT = "SELF"
               EXIT PARAGRAPH
           END-IF
           MOVE CIF-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "JNT " TO WS-NEW-REL
           MOVE SPACES TO WS-NEW-ADDRESS
           IF ACCT-OWNER-ID NOT = WS-RC-CUST-ID(WS-RC-IDX)
               MOVE ACCT-OWNER-ID TO WS-NEW-CUST-ID
               PERFORM ADD-RELATED-CUSTOMER
           END-IF
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > 5
               IF SIGNER-CO-OWNER(WS-SIGNER-IDX)
                       AND SIGNER-ID(WS-SIGNER-IDX) NOT = 0
                       AND SIGNER-ID(WS-SIGNER-IDX)
                           NOT = WS-RC-CUST-ID(WS-RC-IDX)
                   MOVE SIGNER-ID(WS-SIGNER-IDX) TO WS-NEW-CUST-ID
                   PERFORM ADD-RELATED-CUSTOMER
               END-IF
           END-PERFORM.

      * a customer already related to the employee keeps the first
      * (closest) relation found
       ADD-RELATED-CUSTOMER.
           MOVE "N" TO WS-RC-FOUND
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
                   UNTIL WS-RC-SCAN > WS-RC-COUNT OR WS-RC-HIT
               IF WS-RC-EMP-IDX(WS-RC-SCAN) = WS-NEW-EMP-IDX
                       AND WS-RC-CUST-ID(WS-RC-SCAN) = WS-NEW-CUST-ID
                   SET WS-RC-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-RC-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-COUNT >= 5000
               DISPLAY "STAFFREV: RELATED CUSTOMER TABLE FULL"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RC-COUNT
           MOVE WS-NEW-EMP-IDX TO WS-RC-EMP-IDX(WS-RC-COUNT)
           MOVE WS-NEW-CUST-ID TO WS-RC-CUST-ID(WS-RC-COUNT)
           MOVE WS-NEW-REL TO WS-RC-REL(WS-RC-COUNT)
           MOVE WS-NEW-ADDRESS TO WS-RC-ADDRESS(WS-RC-COUNT).

       ADD-RELATED-ACCOUNT.
           PERFORM FIND-RELATED-ACCOUNT
           IF WS-RA-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-RA-COUNT >= 10000
               DISPLAY "STAFFREV: RELATED ACCOUNT TABLE FULL"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RA-COUNT
           MOVE WS-NEW-EMP-IDX TO WS-RA-EMP-IDX(WS-RA-COUNT)
           MOVE WS-NEW-ACCT TO WS-RA-ACCT(WS-RA-COUNT)
           MOVE WS-NEW-REL TO WS-RA-REL(WS-RA-COUNT).

      * leaves WS-RA-IDX on the employee's row for the account
      * when WS-RA-HIT
       FIND-RELATED-ACCOUNT.
           MOVE "N" TO WS-RA-FOUND
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT OR WS-RA-HIT
               IF WS-RA-EMP-IDX(WS-RA-IDX) = WS-NEW-EMP-IDX
                       AND WS-RA-ACCT(WS-RA-IDX) = WS-NEW-ACCT
                   SET WS-RA-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-RA-HIT
               SUBTRACT 1 FROM WS-RA-IDX
           END-IF.

       FIND-RELATED-CUSTOMER.
           MOVE "N" TO WS-RC-FOUND
           PERFORM VARYING WS-RC-SCAN FROM 1 BY 1
                   UNTIL WS-RC-SCAN > WS-RC-COUNT OR WS-RC-HIT
               IF WS-RC-EMP-IDX(WS-RC-SCAN) = WS-NEW-EMP-IDX
                       AND WS-RC-CUST-ID(WS-RC-SCAN) = WS-NEW-CUST-ID
                   SET WS-RC-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-RC-HIT
               SUBTRACT 1 FROM WS-RC-SCAN
           END-IF.

      * adjustments carry the employee who keyed them and the one
      * who approved them; either working a related account is an
      * exception
       SCAN-ADJUSTMENTS.
           OPEN INPUT TXN-PERIOD
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-PERIOD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-ADJUSTMENT
                           PERFORM CHECK-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-PERIOD.

       CHECK-ONE-ADJUSTMENT.
           MOVE TXN-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-WINDOW
           IF NOT WS-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ADJ-CHECKED
           MOVE TXN-DATE TO WS-X-DATE
           MOVE TXN-AMOUNT TO WS-X-AMOUNT
           MOVE TXN-ID TO WS-X-REF
           MOVE 0 TO WS-X-CUST-ID
           IF TXN-MAKER-ID NOT = 0
               MOVE TXN-MAKER-ID TO WS-X-OPER-ID
               MOVE "ADJUSTMENT KEYED" TO WS-X-ACTIVITY
               PERFORM CHECK-ADJUSTMENT-ACCOUNTS
           END-IF
           IF TXN-CHECKER-ID NOT = 0
               MOVE TXN-CHECKER-ID TO WS-X-OPER-ID
               MOVE "ADJ APPROVED" TO WS-X-ACTIVITY
               PERFORM CHECK-ADJUSTMENT-ACCOUNTS
           END-IF.

       CHECK-ADJUSTMENT-ACCOUNTS.
           PERFORM FIND-EMPLOYEE
           IF NOT WS-EM-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-IDX TO WS-NEW-EMP-IDX
           MOVE TXN-FROM-ACCOUNT TO WS-NEW-ACCT
           PERFORM FIND-RELATED-ACCOUNT
           IF NOT WS-RA-HIT AND TXN-TO-ACCOUNT NOT = SPACES
               MOVE TXN-TO-ACCOUNT TO WS-NEW-ACCT
               PERFORM FIND-RELATED-ACCOUNT
           END-IF
           IF NOT WS-RA-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ACCT TO WS-X-ACCT
           MOVE WS-RA-REL(WS-RA-IDX) TO WS-X-REL
           MOVE SPACES TO WS-X-BRANCH
           IF TXN-BRANCH AND TXN-BRANCH-ID NOT = SPACES
               MOVE TXN-BRANCH-ID TO WS-X-BRANCH
           END-IF
           PERFORM REPORT-EXCEPTION.

      * waivers, hold releases and signer changes, as STAFFLOG
      * attributed them; a customer-level release (no account) is
      * matched on the customer
       SCAN-STAFF-ACTIVITY.
           OPEN INPUT STAFF-ACTIVITY
           IF WS-SA-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SA-EOF
               READ STAFF-ACTIVITY
                   AT END
                       SET WS-SA-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE STAFF-ACTIVITY.

       CHECK-ONE-ACTIVITY.
           MOVE SA-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-WINDOW
           IF NOT WS-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVITY-CHECKED
           MOVE SA-OPERATOR-ID TO WS-X-OPER-ID
           PERFORM FIND-EMPLOYEE
           IF NOT WS-EM-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EM-IDX TO WS-NEW-EMP-IDX
           MOVE SPACES TO WS-X-REL
           IF SA-ACCT-NUMBER NOT = SPACES
               MOVE SA-ACCT-NUMBER TO WS-NEW-ACCT
               PERFORM FIND-RELATED-ACCOUNT
               IF WS-RA-HIT
                   MOVE WS-RA-REL(WS-RA-IDX) TO WS-X-REL
               END-IF
           END-IF
           IF WS-X-REL = SPACES AND SA-CUST-ID NOT = 0
               MOVE SA-CUST-ID TO WS-NEW-CUST-ID
               PERFORM FIND-RELATED-CUSTOMER
               IF WS-RC-HIT
                   MOVE WS-RC-REL(WS-RC-SCAN) TO WS-X-REL
               END-IF
           END-IF
           IF WS-X-REL = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SA-FEE-WAIVER
                   MOVE "FEE WAIVED" TO WS-X-ACTIVITY
               WHEN SA-HOLD-RELEASE
                   MOVE "HOLD RELEASED" TO WS-X-ACTIVITY
               WHEN SA-SIGNER-CHANGE
                   MOVE "SIGNER CHANGED" TO WS-X-ACTIVITY
               WHEN SA-WIRE-OVERRIDE
                   MOVE "WIRE OVERRIDE" TO WS-X-ACTIVITY
               WHEN OTHER
                   MOVE SA-PROGRAM TO WS-X-ACTIVITY
           END-EVALUATE
           MOVE SA-ACCT-NUMBER TO WS-X-ACCT
           MOVE SA-CUST-ID TO WS-X-CUST-ID
           MOVE SA-DATE TO WS-X-DATE
           MOVE SA-AMOUNT TO WS-X-AMOUNT
           MOVE SA-DETAIL TO WS-X-REF
           MOVE SPACES TO WS-X-BRANCH
           PERFORM REPORT-EXCEPTION.

      * the branch is the one the work was keyed at where the
      * record says, else the account's own branch
       REPORT-EXCEPTION.
           IF WS-X-BRANCH = SPACES AND WS-X-ACCT NOT = SPACES
               MOVE WS-X-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH-ID TO WS-X-BRANCH
               END-READ
           END-IF
           IF WS-X-BRANCH = SPACES
               MOVE "NONE" TO WS-X-BRANCH
           END-IF
           ADD 1 TO WS-EXCEPTIONS
           PERFORM COUNT-BY-BRANCH

           MOVE WS-X-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO EXCEPTION-RPT-LINE
           STRING WS-X-BRANCH
                  " " WS-X-DATE
                  " " WS-EM-OPER-ID(WS-EM-IDX)
                  " " WS-EM-NAME(WS-EM-IDX)(1:20)
                  " " WS-X-ACTIVITY
                  " " WS-X-ACCT
                  " " WS-X-REL
                  " " WS-DISPLAY-AMOUNT
                  " " WS-X-REF(1:30)
               DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE
           IF WS-X-ACCT = SPACES
               MOVE SPACES TO EXCEPTION-RPT-LINE
               STRING "     CUSTOMER-LEVEL ACTION ON CUST="
                      WS-X-CUST-ID
                   DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
               WRITE EXCEPTION-RPT-LINE
           END-IF.

       COUNT-BY-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-ID(WS-BR-IDX) = WS-X-BRANCH
                   ADD 1 TO WS-BR-EXCEPTIONS(WS-BR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BR-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-COUNT
           MOVE WS-X-BRANCH TO WS-BR-ID(WS-BR-COUNT)
           MOVE 1 TO WS-BR-EXCEPTIONS(WS-BR-COUNT).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EXCEPTION-RPT-LINE
           STRING "STAFFREV - EMPLOYEE SELF-DEALING REVIEW   RUN "
                  WS-RUN-DATE
                  "   LAST " WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE
           MOVE SPACES TO EXCEPTION-RPT-LINE
           STRING "BRCH DATE     OPERATOR NAME                 "
                  "ACTIVITY         ACCOUNT      REL  "
                  "        AMOUNT REFERENCE"
               DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE.

       WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE
           MOVE "EXCEPTIONS BY BRANCH" TO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-EXCEPTIONS(WS-BR-IDX) TO WS-DISPLAY-COUNT
               MOVE SPACES TO EXCEPTION-RPT-LINE
               STRING "BRANCH=" WS-BR-ID(WS-BR-IDX)
                      " EXCEPTIONS=" WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
               WRITE EXCEPTION-RPT-LINE
           END-PERFORM
           MOVE WS-EXCEPTIONS TO WS-DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-RPT-LINE
           STRING "TOTAL EXCEPTIONS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYDDBLD.

      ****************************************************************
      * PAYROLL DIRECT-DEPOSIT BUILD: runs after PAYCALC has written
      * the updated payroll master and PAYDDRPT has reported the
      * splits that will not go. For every employee with a
      * PR-DIRECT-DEPOSIT slot on file, PR-NET-PAY is split across
      * the populated slots - a slot carrying PR-DD-PERCENT takes
      * that share of the net, otherwise its PR-DD-AMOUNT - and the
      * last populated slot takes whatever remains, so percentage
      * rounding never leaves a cent behind.
      *
      * Each slot then goes one of three ways:
      *   - a slot not yet live on the PRENOTE file (pending, bounced
      *     or never prenoted) is held back, and the held money is
      *     paid by one paper check on the check issuance table
      *     (CHKISSUE) so the employee is still paid on payday;
      *   - a slot whose routing number is our own is posted straight
      *     to the account master as a deposit through TXNPOST (a
      *     posting TXNPOST refuses falls back to the check);
      *   - every other slot is originated as a PPD credit (22 to
      *     checking, 32 to savings) in a credits-only (220) batch on
      *     the outbound payroll ACH file.
      * Fixed amounts and percentages come off the top of the net and
      * the last populated slot takes whatever is left; an employee
      * whose fixed amounts come to more than the net is paid the
      * whole net by check. A slot not yet live on the prenote file,
      * or whose routing number fails its check digit or whose
      * account number is not left-justified, is held and its share
      * joins the check.
      *
      * The ACH file carries the standard FHT header/trailer pair
      * (file id PAYDDACH, trailer count = batch records, control
      * total = credit dollars) so FHTGATE can gate it before
      * transmission. Every disposition lands on the distribution
      * register (PAYDDREG) for the earnings statement.
      *
      * PARM MODE=OFFCYCLE pays only the employees on PAYCALC's
      * OFFCYCLE list file, since the off-cycle master still carries
      * every unlisted employee's last regular net pay. The run
      * registers with RUNCTL (PAYDDBLD regular, PAYDDOFC off-cycle)
      * so the same payroll can never be deposited twice. Its checks
      * are numbered D (regular) or O (off-cycle), the run date as
      * YYDDD and a four-digit sequence that picks up after the
      * highest one already on the issuance table for that prefix
      * and day, so no two runs ever share an issuance key.
      * A check the issuance table will not take is not counted as
      * paid and goes on no register row: it is logged to ERRLOG
      * and the run ends RC=8 for payroll to pay that employee.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN ASSIGN TO "PAYRMASU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PN-KEY
               FILE STATUS IS WS-PN-STATUS.
           SELECT CHECK-ISSUANCE-TABLE ASSIGN TO "CHKISSUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT OFFCYCLE-LIST ASSIGN TO "OFFCYCLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OFC-STATUS.
           SELECT ACH-OUT ASSIGN TO "PAYACHO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT DIST-OUT ASSIGN TO "PAYDDREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       COPY "payroll-record.cpy".

       FD  PRENOTE-FILE.
       COPY "prenote.cpy".

       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  OFFCYCLE-LIST.
       01  OFFCYCLE-RECORD.
           05  OFC-EMPLOYEE-ID       PIC 9(8).
           05  OFC-RUN-TYPE          PIC X(1).
           05  OFC-GROSS-AMOUNT      PIC 9(9)V99.

       FD  ACH-OUT.
       COPY "ach-batch.cpy".
       01  ACH-CONTROL-LINE          PIC X(42).

       FD  DIST-OUT.
       COPY "payroll-dd-dist.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PR-STATUS          PIC X(2).
           88  WS-PR-EOF             VALUE "10".
       01  WS-PN-STATUS          PIC X(2).
           88  WS-PN-OK              VALUE "00".
           88  WS-PN-MISSING         VALUE "35".
       01  WS-CHK-FILE-STATUS    PIC X(2).
           88  WS-CHK-OK             VALUE "00".
           88  WS-CHK-NOT-FOUND      VALUE "23", "35".
       01  WS-OFC-STATUS         PIC X(2).
           88  WS-OFC-EOF            VALUE "10".
           88  WS-OFC-MISSING        VALUE "35".
       01  WS-ACH-STATUS         PIC X(2).
       01  WS-DIST-STATUS        PIC X(2).
       01  WS-HAVE-PRENOTE-FILE  PIC X(1) VALUE "Y".
           88  WS-PRENOTE-FILE-UP    VALUE "Y".

      * institution constants carried on every outbound batch, the
      * same ones ACHORIG and PRENOTE originate under
       01  WS-COMPANY-NAME        PIC X(16) VALUE "COBRIDGE BANK".
       01  WS-COMPANY-ID          PIC X(10) VALUE "1234567890".
       01  WS-ODFI-ID             PIC 9(8)  VALUE 12345678.
       01  WS-OUR-ROUTING         PIC 9(9)  VALUE 123456789.
      * the payroll disbursement account every payroll check is
      * drawn on (PAYCALC cuts its off-cycle checks on it too)
       01  WS-PAYROLL-ACCOUNT     PIC X(12) VALUE "PAYROLL00001".

       01  WS-PARM-LINE          PIC X(20).
       01  WS-RUN-MODE           PIC X(1) VALUE "R".
           88  WS-OFFCYCLE-MODE      VALUE "O".
       01  WS-OC-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-OC-IDX             PIC 9(3) COMP.
       01  WS-OC-FOUND           PIC X(1).
           88  WS-OC-HIT             VALUE "Y".
       01  WS-OFFCYCLE-TABLE.
           05  WS-OC-EMPLOYEE OCCURS 200 TIMES PIC 9(8).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PAY-DATE            PIC 9(8).
       01  WS-EFFECTIVE-DATE      PIC 9(6).

      * one employee's split: the share each slot takes, whether it
      * is held in prenote, and the money riding the paper check
       01  WS-DD-IDX              PIC 9 COMP.
       01  WS-SLOT-DISPLAY        PIC 9(1).
       01  WS-LAST-SLOT           PIC 9 COMP.
       01  WS-NUM-SLOTS           PIC 9 COMP.
       01  WS-SLOT-SHARES.
           05  WS-SLOT-SHARE OCCURS 3 TIMES PIC S9(9)V99 COMP-3.
       01  WS-ALLOCATED           PIC S9(9)V99 COMP-3.
       01  WS-CHECK-AMOUNT        PIC S9(9)V99 COMP-3.
       01  WS-SLOT-HELD-FLAG      PIC X(1).
           88  WS-SLOT-HELD           VALUE "Y".
       01  WS-SLOT-BAD-FLAG       PIC X(1).
           88  WS-SLOT-BAD            VALUE "Y".

      * ABA routing check digit: weights 3 7 1 across the nine
      * digits must total a multiple of ten
       01  WS-ROUTING-TEST        PIC 9(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-TEST.
           05  WS-RT-DIGIT OCCURS 9 TIMES PIC 9(1).
       01  WS-RT-SUM              PIC 9(4) COMP.
       01  WS-RT-QUOTIENT         PIC 9(4) COMP.
       01  WS-RT-REMAINDER        PIC 9(4) COMP.

       01  WS-CHECK-SEQ           PIC 9(6) VALUE 0.
       01  WS-CHECK-NUMBER-PARTS.
           05  WS-CN-PREFIX       PIC X(1) VALUE "D".
           05  WS-CN-YY           PIC 9(2).
           05  WS-CN-DDD          PIC 9(3).
           05  WS-CN-SEQ          PIC 9(4).
       01  WS-CHECK-NUMBER REDEFINES WS-CHECK-NUMBER-PARTS
                                  PIC X(10).
       01  WS-YEAR-START          PIC 9(8).
       01  WS-SEQ-SCAN-DONE       PIC X(1).
           88  WS-SEQ-SCANNED         VALUE "Y".
       01  WS-CHECKS-REFUSED      PIC 9(9) COMP VALUE 0.

       01  WS-ERR-CODE            PIC 9(4).
       01  WS-ERR-MSG             PIC X(80).
       01  WS-ERR-PROGRAM         PIC X(8) VALUE "PAYDDBLD".
       01  WS-ERR-RETURN-CODE     PIC 9(2).

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       COPY "transaction.cpy".

       01  WS-BATCH-NUMBER        PIC 9(7) VALUE 0.
       01  WS-TRACE-SEQ           PIC 9(7) VALUE 0.
       01  WS-ENTRY-IDX           PIC 9(4) COMP.
       01  WS-BATCH-OPEN          PIC X(1) VALUE "N".
           88  WS-BATCH-IN-PROGRESS   VALUE "Y".
       01  WS-ROUTING-WORK.
           05  WS-ROUTE-RDFI      PIC 9(8).
           05  WS-ROUTE-CHECK     PIC 9(1).
       01  WS-TRACE-DISPLAY       PIC 9(15).

       01  WS-EMPLOYEES-READ      PIC 9(9) COMP VALUE 0.
       01  WS-EMPLOYEES-PAID      PIC 9(9) COMP VALUE 0.
       01  WS-SPLITS-REJECTED     PIC 9(9) COMP VALUE 0.
       01  WS-SLOTS-ON-US         PIC 9(9) COMP VALUE 0.
       01  WS-SLOTS-OFF-US        PIC 9(9) COMP VALUE 0.
       01  WS-SLOTS-HELD          PIC 9(9) COMP VALUE 0.
       01  WS-SLOTS-BAD-ACCOUNT   PIC 9(9) COMP VALUE 0.
       01  WS-ON-US-FAILED        PIC 9(9) COMP VALUE 0.
       01  WS-CHECKS-CUT          PIC 9(9) COMP VALUE 0.
       01  WS-BATCHES-WRITTEN     PIC 9(9) VALUE 0.
       01  WS-TOTAL-CREDIT        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-ON-US         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CHECKS        PIC S9(13)V99 COMP-3 VALUE 0.

       COPY "file-header-trailer.cpy".

      * business-date resolution (BANKCAL)
       01  WS-CAL-FUNCTION        PIC X(1).
       01  WS-CAL-DATE-2          PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE     PIC 9(8).
       01  WS-CAL-RESULT-DAYS     PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE     PIC 9(2).

      * run-control register guard (RUNCTL)
       01  WS-RNC-FUNCTION        PIC X(1).
       01  WS-RNC-FILE-ID         PIC X(8) VALUE "PAYDDBLD".
       01  WS-RNC-RUN-DATE        PIC 9(8).
       01  WS-RNC-COUNT           PIC 9(9) VALUE 0.
       01  WS-RNC-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RNC-PROGRAM         PIC X(8) VALUE "PAYDDBLD".
       01  WS-RNC-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:13) = "MODE=OFFCYCLE"
               MOVE "O" TO WS-RUN-MODE
               MOVE "PAYDDOFC" TO WS-RNC-FILE-ID
               MOVE "O" TO WS-CN-PREFIX
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
               DISPLAY "PAYDDBLD: PAYROLL ALREADY DEPOSITED TODAY "
                       "- RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RESOLVE-PAY-DATE

           OPEN INPUT PAYROLL-IN
           OPEN INPUT PRENOTE-FILE
           IF WS-PN-MISSING
               MOVE "N" TO WS-HAVE-PRENOTE-FILE
           END-IF
           OPEN I-O CHECK-ISSUANCE-TABLE
           IF WS-CHK-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUANCE-TABLE
               CLOSE CHECK-ISSUANCE-TABLE
               OPEN I-O CHECK-ISSUANCE-TABLE
           END-IF
           PERFORM SEED-CHECK-SEQUENCE
           OPEN OUTPUT ACH-OUT
           OPEN OUTPUT DIST-OUT
           PERFORM WRITE-ACH-FILE-HEADER

           PERFORM UNTIL WS-PR-EOF
               READ PAYROLL-IN
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM DISTRIBUTE-NET-PAY
               END-READ
           END-PERFORM

           IF WS-BATCH-IN-PROGRESS
               PERFORM CLOSE-CURRENT-BATCH
           END-IF
           PERFORM WRITE-ACH-FILE-TRAILER

           CLOSE PAYROLL-IN
           IF WS-PRENOTE-FILE-UP
               CLOSE PRENOTE-FILE
           END-IF
           CLOSE CHECK-ISSUANCE-TABLE
           CLOSE ACH-OUT
           CLOSE DIST-OUT

           MOVE WS-EMPLOYEES-PAID TO WS-RNC-COUNT
           COMPUTE WS-RNC-TOTAL =
                   WS-TOTAL-CREDIT + WS-TOTAL-ON-US + WS-TOTAL-CHECKS
           MOVE "E" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE

           DISPLAY "PAYDDBLD: PAY DATE          = " WS-PAY-DATE
           DISPLAY "PAYDDBLD: EMPLOYEES READ    = " WS-EMPLOYEES-READ
           DISPLAY "PAYDDBLD: EMPLOYEES PAID DD = " WS-EMPLOYEES-PAID
           DISPLAY "PAYDDBLD: SPLITS REJECTED   = " WS-SPLITS-REJECTED
           DISPLAY "PAYDDBLD: SLOTS ON-US       = " WS-SLOTS-ON-US
           DISPLAY "PAYDDBLD: SLOTS OFF-US      = " WS-SLOTS-OFF-US
           DISPLAY "PAYDDBLD: SLOTS HELD        = " WS-SLOTS-HELD
           DISPLAY "PAYDDBLD: SLOTS BAD ACCOUNT = "
               WS-SLOTS-BAD-ACCOUNT
           DISPLAY "PAYDDBLD: ON-US REFUSED     = " WS-ON-US-FAILED
           DISPLAY "PAYDDBLD: CHECKS CUT        = " WS-CHECKS-CUT
           DISPLAY "PAYDDBLD: BATCHES WRITTEN   = " WS-BATCHES-WRITTEN
           DISPLAY "PAYDDBLD: ACH CREDIT TOTAL  = " WS-TOTAL-CREDIT
           DISPLAY "PAYDDBLD: ON-US TOTAL       = " WS-TOTAL-ON-US
           DISPLAY "PAYDDBLD: CHECK TOTAL       = " WS-TOTAL-CHECKS
           DISPLAY "PAYDDBLD: CHECKS REFUSED    = " WS-CHECKS-REFUSED
           IF WS-CHECKS-REFUSED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      * the credits settle on the next business date after the run,
      * as the end-of-day ACHORIG window does; a run date missing
      * from the calendar falls back to the system date
       RESOLVE-PAY-DATE.
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
           MOVE WS-PAY-DATE(3:6) TO WS-EFFECTIVE-DATE.

       LOAD-OFF-CYCLE-LIST.
           OPEN INPUT OFFCYCLE-LIST
           IF WS-OFC-MISSING
               DISPLAY "PAYDDBLD: NO OFF-CYCLE LIST - RUN REFUSED"
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFCYCLE-LIST.

       DISTRIBUTE-NET-PAY.
           IF WS-OFFCYCLE-MODE
               PERFORM FIND-OFF-CYCLE-EMPLOYEE
               IF NOT WS-OC-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PR-NET-PAY <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NUM-SLOTS
           MOVE 0 TO WS-LAST-SLOT
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL WS-DD-IDX > 3
               IF PR-DD-ACCOUNT(WS-DD-IDX) NOT = SPACES
                   ADD 1 TO WS-NUM-SLOTS
                   MOVE WS-DD-IDX TO WS-LAST-SLOT
               END-IF
           END-PERFORM
           IF WS-NUM-SLOTS = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMPLOYEES-PAID
           MOVE 0 TO WS-CHECK-AMOUNT

      * fixed amounts or percentages over the net leave the last
      * slot negative: nothing is deposited and the net goes by check
           PERFORM SPLIT-THE-NET-PAY
           IF WS-SLOT-SHARE(WS-LAST-SLOT) < 0
               ADD 1 TO WS-SPLITS-REJECTED
               MOVE PR-NET-PAY TO WS-CHECK-AMOUNT
               PERFORM CUT-PAYROLL-CHECK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL WS-DD-IDX > 3
               IF PR-DD-ACCOUNT(WS-DD-IDX) NOT = SPACES
                       AND WS-SLOT-SHARE(WS-DD-IDX) > 0
                   PERFORM ROUTE-ONE-SLOT
               END-IF
           END-PERFORM

           IF WS-CHECK-AMOUNT > 0
               PERFORM CUT-PAYROLL-CHECK
           END-IF.

       FIND-OFF-CYCLE-EMPLOYEE.
           MOVE "N" TO WS-OC-FOUND
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT OR WS-OC-HIT
               IF WS-OC-EMPLOYEE(WS-OC-IDX) = PR-EMPLOYEE-ID
                   SET WS-OC-HIT TO TRUE
               END-IF
           END-PERFORM.

      * every slot but the last takes its percentage of the net or
      * its fixed amount; the last populated slot takes what is
      * left, so the pieces always add back to PR-NET-PAY
       SPLIT-THE-NET-PAY.
           MOVE 0 TO WS-ALLOCATED
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL WS-DD-IDX > 3
               MOVE 0 TO WS-SLOT-SHARE(WS-DD-IDX)
               IF PR-DD-ACCOUNT(WS-DD-IDX) NOT = SPACES
                       AND WS-DD-IDX NOT = WS-LAST-SLOT
                   IF PR-DD-PERCENT(WS-DD-IDX) > 0
                       COMPUTE WS-SLOT-SHARE(WS-DD-IDX) ROUNDED =
                               PR-NET-PAY * PR-DD-PERCENT(WS-DD-IDX)
                   ELSE
                       MOVE PR-DD-AMOUNT(WS-DD-IDX)
                           TO WS-SLOT-SHARE(WS-DD-IDX)
                   END-IF
                   ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-ALLOCATED
               END-IF
           END-PERFORM
           COMPUTE WS-SLOT-SHARE(WS-LAST-SLOT) =
                   PR-NET-PAY - WS-ALLOCATED.

       ROUTE-ONE-SLOT.
           PERFORM CHECK-SLOT-ACCOUNT
           PERFORM CHECK-SLOT-PRENOTE
           EVALUATE TRUE
               WHEN WS-SLOT-BAD
                   ADD 1 TO WS-SLOTS-BAD-ACCOUNT
                   ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-CHECK-AMOUNT
               WHEN WS-SLOT-HELD
                   ADD 1 TO WS-SLOTS-HELD
                   ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-CHECK-AMOUNT
               WHEN PR-DD-ROUTING(WS-DD-IDX) = WS-OUR-ROUTING
                   PERFORM POST-ON-US-SLOT
               WHEN OTHER
                   PERFORM ORIGINATE-OFF-US-SLOT
           END-EVALUATE.

      * an off-us slot rides the credit file, so its routing number
      * must be present and pass the ABA check digit; an on-us slot
      * is proven by TXNPOST finding the account. Either way a DFI
      * account number keyed with leading blanks is refused.
       CHECK-SLOT-ACCOUNT.
           MOVE "N" TO WS-SLOT-BAD-FLAG
           IF PR-DD-ACCOUNT(WS-DD-IDX)(1:1) = SPACE
               SET WS-SLOT-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF PR-DD-ROUTING(WS-DD-IDX) = WS-OUR-ROUTING
               EXIT PARAGRAPH
           END-IF
           IF PR-DD-ROUTING(WS-DD-IDX) NOT NUMERIC
                   OR PR-DD-ROUTING(WS-DD-IDX) = 0
               SET WS-SLOT-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE PR-DD-ROUTING(WS-DD-IDX) TO WS-ROUTING-TEST
           COMPUTE WS-RT-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                 + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                        + WS-RT-DIGIT(8))
                 + WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9)
           DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOTIENT
               REMAINDER WS-RT-REMAINDER
           IF WS-RT-REMAINDER NOT = 0
               SET WS-SLOT-BAD TO TRUE
           END-IF.

      * the same test DDVALID applies: no prenote row, or a row not
      * yet live, means the account data is unproven and the money
      * goes by check this payday. With no prenote file mounted
      * every slot is live, the pre-prenote behavior.
       CHECK-SLOT-PRENOTE.
           MOVE "N" TO WS-SLOT-HELD-FLAG
           IF NOT WS-PRENOTE-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE PR-EMPLOYEE-ID TO PN-EMPLOYEE-ID
           MOVE WS-DD-IDX TO PN-SLOT
           READ PRENOTE-FILE
               INVALID KEY
                   SET WS-SLOT-HELD TO TRUE
               NOT INVALID KEY
                   IF NOT PN-LIVE
                           OR PN-ROUTING NOT = PR-DD-ROUTING(WS-DD-IDX)
                           OR PN-ACCOUNT NOT = PR-DD-ACCOUNT(WS-DD-IDX)
                       SET WS-SLOT-HELD TO TRUE
                   END-IF
           END-READ.

      * an on-us slot is a plain deposit to our own account master;
      * if TXNPOST refuses it (closed, frozen or unknown account)
      * the money joins the check rather than going missing
       POST-ON-US-SLOT.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-DD-IDX TO WS-SLOT-DISPLAY
           STRING "PD" PR-EMPLOYEE-ID WS-SLOT-DISPLAY WS-RUN-DATE
               DELIMITED BY SIZE INTO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE WS-PAY-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-DEPOSIT TO TRUE
           MOVE WS-SLOT-SHARE(WS-DD-IDX) TO TXN-AMOUNT
           MOVE PR-DD-ACCOUNT(WS-DD-IDX) TO TXN-TO-ACCOUNT
           MOVE "PAYROLL DIRECT DEPOSIT" TO TXN-DESCRIPTION
           MOVE PR-EMPLOYEE-ID TO TXN-REFERENCE
           SET TXN-ONLINE TO TRUE
           SET TXN-PENDING TO TRUE
           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE
           IF WS-TXN-RETURN-CODE NOT = 0
               ADD 1 TO WS-ON-US-FAILED
               ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-CHECK-AMOUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SLOTS-ON-US
           ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-TOTAL-ON-US
           INITIALIZE PAY-DIST-RECORD
           SET PDR-ON-US TO TRUE
           MOVE TXN-ID TO PDR-REFERENCE
           PERFORM WRITE-SLOT-DIST-ROW.

       ORIGINATE-OFF-US-SLOT.
           IF NOT WS-BATCH-IN-PROGRESS
               PERFORM START-NEW-BATCH
           END-IF

           ADD 1 TO ACH-ENTRY-COUNT
           MOVE ACH-ENTRY-COUNT TO WS-ENTRY-IDX
           ADD 1 TO WS-TRACE-SEQ
           MOVE PR-DD-ROUTING(WS-DD-IDX) TO WS-ROUTING-WORK

           MOVE 6 TO ACH-DET-RECORD-TYPE(WS-ENTRY-IDX)
           IF PR-DD-SAVINGS(WS-DD-IDX)
               MOVE 32 TO ACH-DET-TXN-CODE(WS-ENTRY-IDX)
           ELSE
               MOVE 22 TO ACH-DET-TXN-CODE(WS-ENTRY-IDX)
           END-IF
           MOVE WS-ROUTE-RDFI TO ACH-DET-RDFI-ID(WS-ENTRY-IDX)
           MOVE WS-ROUTE-CHECK TO ACH-DET-CHECK-DIGIT(WS-ENTRY-IDX)
           MOVE PR-DD-ACCOUNT(WS-DD-IDX)
               TO ACH-DET-ACCOUNT-NO(WS-ENTRY-IDX)
      * NACHA amount fields carry whole cents, not dollars
           COMPUTE ACH-DET-AMOUNT(WS-ENTRY-IDX) ROUNDED =
                   WS-SLOT-SHARE(WS-DD-IDX) * 100
           MOVE PR-EMPLOYEE-ID TO ACH-DET-INDIV-ID(WS-ENTRY-IDX)
           STRING PR-EMP-FIRST-NAME(1:10) " " PR-EMP-LAST-NAME(1:11)
               DELIMITED BY SIZE
               INTO ACH-DET-INDIV-NAME(WS-ENTRY-IDX)
           MOVE 0 TO ACH-DET-ADDENDA-IND(WS-ENTRY-IDX)
           COMPUTE ACH-DET-TRACE-NO(WS-ENTRY-IDX) =
                   WS-ODFI-ID * 10000000 + WS-TRACE-SEQ
           ADD ACH-DET-AMOUNT(WS-ENTRY-IDX) TO ACH-CTL-TOTAL-CREDIT
           ADD WS-ROUTE-RDFI TO ACH-CTL-ENTRY-HASH
           ADD WS-SLOT-SHARE(WS-DD-IDX) TO WS-TOTAL-CREDIT
           ADD 1 TO WS-SLOTS-OFF-US

           INITIALIZE PAY-DIST-RECORD
           SET PDR-OFF-US TO TRUE
           MOVE ACH-DET-TRACE-NO(WS-ENTRY-IDX) TO WS-TRACE-DISPLAY
           MOVE WS-TRACE-DISPLAY TO PDR-REFERENCE
           PERFORM WRITE-SLOT-DIST-ROW

           IF ACH-ENTRY-COUNT >= 50
               PERFORM CLOSE-CURRENT-BATCH
           END-IF.

       WRITE-SLOT-DIST-ROW.
           MOVE WS-RUN-DATE TO PDR-RUN-DATE
           MOVE PR-EMPLOYEE-ID TO PDR-EMPLOYEE-ID
           MOVE WS-DD-IDX TO PDR-SLOT
           MOVE PR-DD-ROUTING(WS-DD-IDX) TO PDR-ROUTING
           MOVE PR-DD-ACCOUNT(WS-DD-IDX) TO PDR-ACCOUNT
           MOVE PR-DD-TYPE(WS-DD-IDX) TO PDR-ACCT-TYPE
           MOVE WS-SLOT-SHARE(WS-DD-IDX) TO PDR-AMOUNT
           WRITE PAY-DIST-RECORD.

      * held and refused money rides one check per employee on the
      * issuance table, drawn on the payroll account like every
      * other payroll check, so the Positive Pay export sees it
       CUT-PAYROLL-CHECK.
           IF WS-CHECK-SEQ >= 9999
               MOVE 9999 TO WS-CN-SEQ
               MOVE "99" TO WS-CHK-FILE-STATUS
               PERFORM REFUSE-PAYROLL-CHECK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECK-SEQ
           MOVE WS-CHECK-SEQ TO WS-CN-SEQ
           MOVE WS-PAYROLL-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           MOVE WS-CHECK-AMOUNT TO CHK-AMOUNT
           MOVE WS-PAY-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY
                   PERFORM REFUSE-PAYROLL-CHECK
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-CHECKS-CUT
           ADD WS-CHECK-AMOUNT TO WS-TOTAL-CHECKS

           INITIALIZE PAY-DIST-RECORD
           MOVE WS-RUN-DATE TO PDR-RUN-DATE
           MOVE PR-EMPLOYEE-ID TO PDR-EMPLOYEE-ID
           MOVE 0 TO PDR-SLOT
           SET PDR-CHECK TO TRUE
           MOVE WS-CHECK-AMOUNT TO PDR-AMOUNT
           MOVE WS-CHECK-NUMBER TO PDR-CHECK-NUMBER
           WRITE PAY-DIST-RECORD.

      * a check the issuance table will not take (or a day past its
      * 9999th check) is not paid: payroll is told through ERRLOG
       REFUSE-PAYROLL-CHECK.
           ADD 1 TO WS-CHECKS-REFUSED
           MOVE 6201 TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MSG
           STRING "PAYROLL CHECK " WS-CHECK-NUMBER
                  " NOT ISSUED - EMP " PR-EMPLOYEE-ID
                  " STATUS " WS-CHK-FILE-STATUS
               DELIMITED BY SIZE INTO WS-ERR-MSG
           CALL "ERRLOG" USING WS-ERR-CODE
                               WS-ERR-MSG
                               WS-ERR-PROGRAM
                               WS-ERR-RETURN-CODE.

      * the run date as YYDDD heads every check number; a rerun, or
      * the other run type's checks already out today, must not be
      * reissued a number, so the sequence starts after the highest
      * one on the table under this prefix and day
       SEED-CHECK-SEQUENCE.
           MOVE WS-RUN-DATE(3:2) TO WS-CN-YY
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR-START(1:4)
           MOVE "0101" TO WS-YEAR-START(5:4)
           COMPUTE WS-CN-DDD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1
           MOVE 0 TO WS-CHECK-SEQ
           MOVE 0 TO WS-CN-SEQ
           MOVE "N" TO WS-SEQ-SCAN-DONE
           MOVE WS-PAYROLL-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           START CHECK-ISSUANCE-TABLE KEY >= CHK-KEY
               INVALID KEY
                   SET WS-SEQ-SCANNED TO TRUE
           END-START

           PERFORM UNTIL WS-SEQ-SCANNED
               READ CHECK-ISSUANCE-TABLE NEXT RECORD
                   AT END
                       SET WS-SEQ-SCANNED TO TRUE
                   NOT AT END
                       IF CHK-ACCOUNT-NUMBER NOT = WS-PAYROLL-ACCOUNT
                               OR CHK-CHECK-NUMBER(1:6)
                                  NOT = WS-CHECK-NUMBER(1:6)
                           SET WS-SEQ-SCANNED TO TRUE
                       ELSE
                           IF CHK-CHECK-NUMBER(7:4) IS NUMERIC
                               MOVE CHK-CHECK-NUMBER(7:4)
                                   TO WS-CHECK-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-NEW-BATCH.
           ADD 1 TO WS-BATCH-NUMBER
           INITIALIZE ACH-BATCH-RECORD
           MOVE 5 TO ACH-RECORD-TYPE
           MOVE 220 TO ACH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME TO ACH-COMPANY-NAME
           MOVE WS-COMPANY-ID TO ACH-COMPANY-ID
           MOVE "PPD" TO ACH-SEC-CODE
           MOVE "PAYROLL" TO ACH-ENTRY-DESC
           MOVE WS-EFFECTIVE-DATE TO ACH-DESC-DATE
           MOVE WS-EFFECTIVE-DATE TO ACH-EFFECTIVE-DATE
           MOVE "1" TO ACH-ORIGINATOR-STATUS
           MOVE WS-ODFI-ID TO ACH-ODFI-ID
           MOVE WS-BATCH-NUMBER TO ACH-BATCH-NUMBER
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE "Y" TO WS-BATCH-OPEN.

       CLOSE-CURRENT-BATCH.
           MOVE 8 TO ACH-CTL-RECORD-TYPE
           MOVE ACH-SERVICE-CLASS TO ACH-CTL-SERVICE-CLASS
           MOVE ACH-ENTRY-COUNT TO ACH-CTL-ENTRY-COUNT
           MOVE 0 TO ACH-CTL-TOTAL-DEBIT
           MOVE ACH-COMPANY-ID TO ACH-CTL-COMPANY-ID
           MOVE WS-ODFI-ID TO ACH-CTL-ODFI-ID
           MOVE ACH-BATCH-NUMBER TO ACH-CTL-BATCH-NO
           WRITE ACH-BATCH-RECORD
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE "N" TO WS-BATCH-OPEN.

       WRITE-ACH-FILE-HEADER.
           SET FHT-HEADER-REC TO TRUE
           MOVE "PAYDDACH" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE 0 TO FHT-RECORD-COUNT
           MOVE 0 TO FHT-CONTROL-TOTAL
           MOVE FILE-HEADER-TRAILER-RECORD TO ACH-CONTROL-LINE
           WRITE ACH-CONTROL-LINE.

       WRITE-ACH-FILE-TRAILER.
           SET FHT-TRAILER-REC TO TRUE
           MOVE "PAYDDACH" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE WS-BATCHES-WRITTEN TO FHT-RECORD-COUNT
           MOVE WS-TOTAL-CREDIT TO FHT-CONTROL-TOTAL
           MOVE FILE-HEADER-TRAILER-RECORD TO ACH-CONTROL-LINE
           WRITE ACH-CONTROL-LINE.

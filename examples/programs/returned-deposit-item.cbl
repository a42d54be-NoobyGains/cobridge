       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDIRETN.

      ****************************************************************
      * DAILY BATCH: returned deposited items. Checks our customers
      * deposited that the paying bank has sent back unpaid arrive
      * on the inbound return file (DEPRTRN) in the same X9 return
      * layout CHKCLEAR sends out, under an FHT header and trailer.
      * The file is balanced to its trailer first; out of balance,
      * or with no trailer, nothing is charged back (RC=8). Each
      * returned item is then matched to the original deposit:
      *   - the deposited item register (DEPITEM) gives the
      *     depositing account and the deposit's TXN-ID off the
      *     MICR line, confirmed as a completed deposit on the
      *     transaction history (TXNHIST);
      *   - an item the register does not know is found on the
      *     history as the one completed deposit of the same check
      *     serial and amount; two candidates is no match.
      * A matched item is charged back to the depositor through
      * TXNPOST as a system maker-checker adjustment carrying the
      * return reason in TXN-FAIL-REASON, and the returned deposited
      * item fee posts as its own withdrawal. A Reg CC hold still
      * open on the returned deposit is converted - the held part
      * was never available, so it comes out of ACCT-PENDING-BAL
      * rather than twice out of available - and the depositor's
      * other open holds are extended by the exception hold period.
      * The customer is sent the return notice with the reason
      * (MAILCHK routes it), and an account with
      * WS-REPEAT-RETURN-LIMIT returns inside WS-REPEAT-WINDOW-DAYS
      * is restricted (ACCT-HOLD, reason NS) until HOLDEXPR lifts
      * it. The chargebacks on RDIPOST feed KITEDET's kiting score.
      * Unmatched items go to ERRLOG and the report for the return
      * desk. A rerun passes over items already charged back.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN ASSIGN TO "DEPRTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.
           SELECT TXN-HISTORY ASSIGN TO "TXNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DI-MICR-KEY
               ALTERNATE RECORD KEY IS DI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DI-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "FUNDHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT TXN-POST-OUT ASSIGN TO "RDIPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT NOTICE-OUT ASSIGN TO "RDINOTC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT RETURN-RPT ASSIGN TO "RDIRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-IN.
       COPY "check-return.cpy".

       FD  TXN-HISTORY.
       01  TXN-HISTORY-RECORD        PIC X(210).

       FD  DEPOSIT-ITEM-FILE.
       COPY "deposit-item.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "funds-hold.cpy".

      * the chargebacks, stamped reversed, and the fees, FEEPOST-
      * style, for statements, the nightly balance proof and KITEDET
       FD  TXN-POST-OUT.
       01  TXN-POST-RECORD           PIC X(210).

       FD  NOTICE-OUT.
       01  NOTICE-LINE               PIC X(132).

       FD  RETURN-RPT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RTRN-STATUS        PIC X(2).
           88  WS-RTRN-OK            VALUE "00".
           88  WS-RTRN-EOF           VALUE "10".
       01  WS-HIST-STATUS        PIC X(2).
           88  WS-HIST-EOF           VALUE "10".
           88  WS-HIST-MISSING       VALUE "35".
       01  WS-DI-STATUS          PIC X(2).
           88  WS-DI-MISSING         VALUE "35".
       01  WS-HAVE-REGISTER      PIC X(1) VALUE "Y".
           88  WS-REGISTER-UP        VALUE "Y".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-HOLD-FILE-STATUS   PIC X(2).
           88  WS-HOLD-OK            VALUE "00".
           88  WS-HOLD-EOF           VALUE "10".
           88  WS-HOLD-MISSING       VALUE "35".
       01  WS-POST-STATUS        PIC X(2).
       01  WS-NOTICE-STATUS      PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       COPY "transaction.cpy".
       COPY "file-header-trailer.cpy".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DAY-NUMBER      PIC 9(8) COMP.
       01  WS-RETURN-FILE-ID      PIC X(8).
       01  WS-RETURN-DATE         PIC 9(8).

      * returns inside the window, this one included, that restrict
      * the depositing account, and for how long
       01  WS-REPEAT-RETURN-LIMIT PIC 9(3) VALUE 3.
       01  WS-REPEAT-WINDOW-DAYS  PIC 9(3) VALUE 90.
       01  WS-RESTRICT-DAYS       PIC 9(3) VALUE 30.
       01  WS-REPEAT-START        PIC 9(8).
       01  WS-RESTRICT-EXPIRE     PIC 9(8).
      * reasonable-cause exception hold: the depositor's other open
      * holds run at least this many days from today
       01  WS-EXCEPTION-HOLD-DAYS PIC 9(3) VALUE 7.
       01  WS-EXTEND-TO           PIC 9(8).
       01  WS-RETURN-FEE-AMOUNT   PIC S9(7)V99 COMP-3 VALUE 15.00.

      * adjustments posted by this batch carry fixed system operator
      * ids so TXNPOST's maker-checker edit is satisfied and the
      * audit trail shows the chargeback was machine-generated
       01  WS-SYSTEM-MAKER-ID     PIC 9(8) VALUE 99990001.
       01  WS-SYSTEM-CHECKER-ID   PIC 9(8) VALUE 99990002.

      * balancing pass
       01  WS-FILE-ITEMS          PIC 9(9) COMP VALUE 0.
       01  WS-FILE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HAVE-HEADER         PIC X(1) VALUE "N".
           88  WS-HEADER-SEEN         VALUE "Y".
       01  WS-HAVE-TRAILER        PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN        VALUE "Y".
       01  WS-TRAILER-ITEMS       PIC 9(9) VALUE 0.
       01  WS-TRAILER-AMOUNT      PIC S9(13)V99 VALUE 0.

      * the day's returned items with what the register and the
      * history scan found for each (return volume is small)
       01  WS-ITEM-MAX            PIC 9(5) COMP VALUE 1000.
       01  WS-ITEM-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ITEM-IDX            PIC 9(5) COMP.
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOW      VALUE "Y".
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-IT-RECORD           PIC X(100).
               10  WS-IT-CHARGEBACK-ID    PIC X(20).
               10  WS-IT-REGISTER         PIC X(1).
                   88  WS-IT-ON-REGISTER      VALUE "Y".
               10  WS-IT-HISTORY          PIC X(1).
                   88  WS-IT-CONFIRMED        VALUE "Y".
                   88  WS-IT-AMBIGUOUS        VALUE "A".
               10  WS-IT-ALREADY          PIC X(1).
                   88  WS-IT-CHARGED-BACK     VALUE "Y".
               10  WS-IT-DEPOSIT-ACCT     PIC X(12).
               10  WS-IT-ORIG-TXN-ID      PIC X(20).
               10  WS-IT-DEPOSIT-DATE     PIC 9(8).
               10  WS-IT-DEPOSIT-AMOUNT   PIC S9(11)V99 COMP-3.

      * returned deposits charged back to each account inside the
      * repeat window, off the history and then this run
       01  WS-PR-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PR-IDX              PIC 9(4) COMP.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-ACCOUNT      PIC X(12).
               10  WS-PR-RETURNS      PIC 9(3) COMP.
       01  WS-PR-SEARCH-ACCT      PIC X(12).

      * the item being worked
       01  WS-ITEM-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-CHARGEBACK-AMOUNT   PIC S9(11)V99 COMP-3.
       01  WS-ITEM-OUTCOME        PIC X(2).
           88  WS-ITEM-CHARGED        VALUE "CB".
           88  WS-ITEM-UNMATCHED      VALUE "UN".
           88  WS-ITEM-ALREADY-DONE   VALUE "AL".
           88  WS-ITEM-FAILED         VALUE "FL".
       01  WS-OUTCOME-TEXT        PIC X(40).
       01  WS-REASON-TEXT         PIC X(30).
       01  WS-FEE-POSTED          PIC X(1).
           88  WS-FEE-CHARGED         VALUE "Y".
       01  WS-CONVERTED-AMOUNT    PIC S9(11)V99 COMP-3.
       01  WS-HOLDS-EXTENDED-NOW  PIC 9(4) COMP.
       01  WS-ACCOUNT-RESTRICTED  PIC X(1).
           88  WS-RESTRICTED-NOW      VALUE "Y".

       01  WS-TXN-RETURN-CODE     PIC 9(2).
           COPY "retcodes.cpy".

       01  WS-ERR-CODE            PIC 9(4).
       01  WS-ERR-MSG             PIC X(80).
       01  WS-ERR-PROGRAM         PIC X(8) VALUE "RDIRETN".
       01  WS-ERR-RETURN-CODE     PIC 9(2).

       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "RDIRETN".
       01  WS-ACCT-BEFORE         PIC X(400).
       01  WS-ACCT-AFTER          PIC X(400).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * returned-mail routing (MAILCHK) and e-delivery (NOTIFYCU)
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "RDIRETN".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-DOCUMENT       PIC X(20)
                                  VALUE "RETURNED ITEM NOTICE".
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "RD".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "E".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

      * X9 return reasons
       01  WS-REASON-LIST.
           05  FILLER PIC X(31) VALUE "ANSF - INSUFFICIENT FUNDS".
           05  FILLER PIC X(31) VALUE "BUNCOLLECTED FUNDS HOLD".
           05  FILLER PIC X(31) VALUE "CSTOP PAYMENT".
           05  FILLER PIC X(31) VALUE "DCLOSED ACCOUNT".
           05  FILLER PIC X(31) VALUE "EUNABLE TO LOCATE ACCOUNT".
           05  FILLER PIC X(31) VALUE "FFROZEN / BLOCKED ACCOUNT".
           05  FILLER PIC X(31) VALUE "NALTERED / AMOUNT MISMATCH".
           05  FILLER PIC X(31) VALUE "OUNABLE TO PROCESS".
           05  FILLER PIC X(31) VALUE "QNOT AUTHORIZED".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY OCCURS 9 TIMES.
               10  WS-RSN-CODE        PIC X(1).
               10  WS-RSN-TEXT        PIC X(30).
       01  WS-RSN-IDX             PIC 9(2) COMP.

       01  WS-ITEMS-CHARGED       PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-CHARGED      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ITEMS-UNMATCHED     PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-ALREADY       PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-FAILED        PIC 9(9) COMP VALUE 0.
       01  WS-FEES-POSTED         PIC 9(9) COMP VALUE 0.
       01  WS-HOLDS-CONVERTED     PIC 9(9) COMP VALUE 0.
       01  WS-HOLDS-EXTENDED      PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-RESTRICTED PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-WRITTEN     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-EMAILED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-HISTORY-READ        PIC 9(9) COMP VALUE 0.
       01  WS-AMT-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FEE-DISPLAY         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-REPEAT-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER - WS-REPEAT-WINDOW-DAYS + 1)
           COMPUTE WS-RESTRICT-EXPIRE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER + WS-RESTRICT-DAYS)
           COMPUTE WS-EXTEND-TO = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER + WS-EXCEPTION-HOLD-DAYS)

           OPEN INPUT RETURN-IN
           IF NOT WS-RTRN-OK
               DISPLAY "RDIRETN: NO RETURN FILE - NOTHING TO DO"
               GOBACK
           END-IF
           PERFORM LOAD-RETURN-FILE
           CLOSE RETURN-IN
           MOVE WS-FILE-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "RDIRETN: RETURN FILE     = " WS-RETURN-FILE-ID
           DISPLAY "RDIRETN: ITEMS ON FILE   = " WS-FILE-ITEMS
           DISPLAY "RDIRETN: AMOUNT ON FILE  = " WS-AMT-DISPLAY
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY "RDIRETN: FILE HAS NO HEADER OR TRAILER - "
                       "NOTHING CHARGED BACK"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TRAILER-ITEMS NOT = WS-FILE-ITEMS
                   OR WS-TRAILER-AMOUNT NOT = WS-FILE-AMOUNT
               MOVE WS-TRAILER-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "RDIRETN: FILE OUT OF BALANCE - TRAILER "
                       WS-TRAILER-ITEMS " ITEMS " WS-AMT-DISPLAY
               DISPLAY "RDIRETN: NOTHING CHARGED BACK"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O DEPOSIT-ITEM-FILE
           IF WS-DI-MISSING
               MOVE "N" TO WS-HAVE-REGISTER
           END-IF
           PERFORM LOOKUP-REGISTER
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           PERFORM SCAN-TRANSACTION-HISTORY

           OPEN OUTPUT TXN-POST-OUT
           OPEN OUTPUT NOTICE-OUT
           OPEN OUTPUT RETURN-RPT
           PERFORM WRITE-REPORT-HEADINGS

           PERFORM PROCESS-ONE-RETURN
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE RETURN-RPT
           CLOSE NOTICE-OUT
           CLOSE TXN-POST-OUT
           IF WS-REGISTER-UP
               CLOSE DEPOSIT-ITEM-FILE
           END-IF

           MOVE WS-AMOUNT-CHARGED TO WS-AMT-DISPLAY
           DISPLAY "RDIRETN: CHARGED BACK    = " WS-ITEMS-CHARGED
           DISPLAY "RDIRETN: AMOUNT CHARGED  = " WS-AMT-DISPLAY
           DISPLAY "RDIRETN: FEES POSTED     = " WS-FEES-POSTED
           DISPLAY "RDIRETN: UNMATCHED       = " WS-ITEMS-UNMATCHED
           DISPLAY "RDIRETN: POSTING FAILED  = " WS-ITEMS-FAILED
           DISPLAY "RDIRETN: ALREADY DONE    = " WS-ITEMS-ALREADY
           DISPLAY "RDIRETN: HOLDS CONVERTED = " WS-HOLDS-CONVERTED
           DISPLAY "RDIRETN: HOLDS EXTENDED  = " WS-HOLDS-EXTENDED
           DISPLAY "RDIRETN: ACCTS RESTRICTED= " WS-ACCOUNTS-RESTRICTED
           DISPLAY "RDIRETN: NOTICES WRITTEN = " WS-NOTICES-WRITTEN
           DISPLAY "RDIRETN: NOTICES EMAILED = " WS-NOTICES-EMAILED
           DISPLAY "RDIRETN: HELD - BAD ADDR = " WS-NOTICES-HELD
           DISPLAY "RDIRETN: HISTORY READ    = " WS-HISTORY-READ

           IF WS-TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      ****************************************************************
      * PASS 1 - BALANCE THE RETURN FILE AND LOAD ITS ITEMS
      ****************************************************************
       LOAD-RETURN-FILE.
           PERFORM UNTIL WS-RTRN-EOF
               READ RETURN-IN
                   AT END
                       SET WS-RTRN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CR-ITEM-ROW
                               ADD 1 TO WS-FILE-ITEMS
                               ADD CR-AMOUNT TO WS-FILE-AMOUNT
                               PERFORM LOAD-ONE-ITEM
                           WHEN CR-HEADER-ROW
                               MOVE CHECK-RETURN-RECORD
                                   TO FILE-HEADER-TRAILER-RECORD
                               SET WS-HEADER-SEEN TO TRUE
                               MOVE FHT-FILE-ID TO WS-RETURN-FILE-ID
                               MOVE FHT-RUN-DATE TO WS-RETURN-DATE
                           WHEN CR-TRAILER-ROW
                               MOVE CHECK-RETURN-RECORD
                                   TO FILE-HEADER-TRAILER-RECORD
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE FHT-RECORD-COUNT
                                   TO WS-TRAILER-ITEMS
                               MOVE FHT-CONTROL-TOTAL
                                   TO WS-TRAILER-AMOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * the items beyond the table are left for a rerun, which
      * passes over the ones charged back this time
       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "RDIRETN: ITEM TABLE FULL - ENLARGE"
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
           INITIALIZE WS-ITEM-ENTRY(WS-ITEM-IDX)
           MOVE CHECK-RETURN-RECORD TO WS-IT-RECORD(WS-ITEM-IDX)
           STRING "RDIR" CR-CASH-LETTER-ID CR-ITEM-SEQ(4:8)
               DELIMITED BY SIZE INTO WS-IT-CHARGEBACK-ID(WS-ITEM-IDX).

      * the MICR line on the register names the depositing account
      * and the deposit; a return date stamped from this file or a
      * later one means a rerun has already charged it back
       LOOKUP-REGISTER.
           IF NOT WS-REGISTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-RECORD(WS-ITEM-IDX) TO CHECK-RETURN-RECORD
           MOVE CR-MICR-ROUTING TO DI-ROUTING
           MOVE CR-MICR-ACCOUNT TO DI-MICR-ACCOUNT
           MOVE CR-MICR-SERIAL TO DI-SERIAL
           READ DEPOSIT-ITEM-FILE KEY IS DI-MICR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-IT-ON-REGISTER(WS-ITEM-IDX) TO TRUE
           MOVE DI-DEPOSIT-ACCT TO WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
           MOVE DI-TXN-ID TO WS-IT-ORIG-TXN-ID(WS-ITEM-IDX)
           MOVE DI-DEPOSIT-DATE TO WS-IT-DEPOSIT-DATE(WS-ITEM-IDX)
           MOVE DI-AMOUNT TO WS-IT-DEPOSIT-AMOUNT(WS-ITEM-IDX)
           IF DI-RETURNED-DATE NOT = 0
                   AND DI-RETURNED-DATE >= WS-RETURN-DATE
               SET WS-IT-CHARGED-BACK(WS-ITEM-IDX) TO TRUE
           END-IF.

      ****************************************************************
      * THE HISTORY SCAN - CONFIRM EACH DEPOSIT, FIND THE ONES THE
      * REGISTER DOES NOT KNOW, AND COUNT EARLIER CHARGEBACKS
      ****************************************************************
       SCAN-TRANSACTION-HISTORY.
           OPEN INPUT TXN-HISTORY
           IF WS-HIST-MISSING
               DISPLAY "RDIRETN: NO TRANSACTION HISTORY - NOTHING "
                       "CAN BE MATCHED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ TXN-HISTORY INTO TRANSACTION-RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       EVALUATE TRUE
                           WHEN TXN-DEPOSIT AND TXN-COMPLETED
                               PERFORM MATCH-HISTORY-DEPOSIT
                                   VARYING WS-ITEM-IDX FROM 1 BY 1
                                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                           WHEN TXN-ADJUSTMENT
                                   AND TXN-ID(1:4) = "RDIR"
                               PERFORM NOTE-EARLIER-CHARGEBACK
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TXN-HISTORY.

       MATCH-HISTORY-DEPOSIT.
           IF WS-IT-ON-REGISTER(WS-ITEM-IDX)
               IF TXN-ID = WS-IT-ORIG-TXN-ID(WS-ITEM-IDX)
                   SET WS-IT-CONFIRMED(WS-ITEM-IDX) TO TRUE
                   MOVE TXN-TO-ACCOUNT
                       TO WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IT-RECORD(WS-ITEM-IDX) TO CHECK-RETURN-RECORD
           IF TXN-CHECK-NUMBER NOT = CR-MICR-SERIAL
                   OR TXN-AMOUNT NOT = CR-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-CONFIRMED(WS-ITEM-IDX)
                   AND TXN-ID NOT = WS-IT-ORIG-TXN-ID(WS-ITEM-IDX)
               SET WS-IT-AMBIGUOUS(WS-ITEM-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-AMBIGUOUS(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           SET WS-IT-CONFIRMED(WS-ITEM-IDX) TO TRUE
           MOVE TXN-TO-ACCOUNT TO WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
           MOVE TXN-ID TO WS-IT-ORIG-TXN-ID(WS-ITEM-IDX)
           MOVE TXN-DATE TO WS-IT-DEPOSIT-DATE(WS-ITEM-IDX)
           MOVE TXN-AMOUNT TO WS-IT-DEPOSIT-AMOUNT(WS-ITEM-IDX).

      * an earlier run's chargeback: one of today's items already
      * done, or a return that counts toward the repeat window
       NOTE-EARLIER-CHARGEBACK.
           IF NOT TXN-COMPLETED AND NOT TXN-REVERSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF TXN-ID = WS-IT-CHARGEBACK-ID(WS-ITEM-IDX)
                   SET WS-IT-CHARGED-BACK(WS-ITEM-IDX) TO TRUE
               END-IF
           END-PERFORM
           IF TXN-DATE >= WS-REPEAT-START
               MOVE TXN-FROM-ACCOUNT TO WS-PR-SEARCH-ACCT
               PERFORM COUNT-ACCOUNT-RETURN
           END-IF.

      * find (or add) the account's slot and count the return; a
      * full table drops the newcomer rather than abending the run
       COUNT-ACCOUNT-RETURN.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-ACCOUNT(WS-PR-IDX) = WS-PR-SEARCH-ACCT
                   ADD 1 TO WS-PR-RETURNS(WS-PR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PR-COUNT < 2000
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-IDX
               MOVE WS-PR-SEARCH-ACCT TO WS-PR-ACCOUNT(WS-PR-IDX)
               MOVE 1 TO WS-PR-RETURNS(WS-PR-IDX)
           ELSE
               MOVE 0 TO WS-PR-IDX
           END-IF.

      ****************************************************************
      * PASS 2 - CHARGE BACK EACH MATCHED ITEM
      ****************************************************************
       PROCESS-ONE-RETURN.
           MOVE WS-IT-RECORD(WS-ITEM-IDX) TO CHECK-RETURN-RECORD
           MOVE CR-AMOUNT TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-OUTCOME-TEXT
           MOVE "N" TO WS-FEE-POSTED
           MOVE "N" TO WS-ACCOUNT-RESTRICTED
           MOVE 0 TO WS-CONVERTED-AMOUNT
           MOVE 0 TO WS-HOLDS-EXTENDED-NOW
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 9
               IF WS-RSN-CODE(WS-RSN-IDX) = CR-RETURN-REASON
                   MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-REASON-TEXT
               END-IF
           END-PERFORM
           IF WS-REASON-TEXT = SPACES
               MOVE "RETURNED UNPAID" TO WS-REASON-TEXT
           END-IF

           EVALUATE TRUE
               WHEN WS-IT-CHARGED-BACK(WS-ITEM-IDX)
                   SET WS-ITEM-ALREADY-DONE TO TRUE
                   MOVE "ALREADY CHARGED BACK" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-ALREADY
               WHEN WS-IT-AMBIGUOUS(WS-ITEM-IDX)
                   SET WS-ITEM-UNMATCHED TO TRUE
                   MOVE "MORE THAN ONE DEPOSIT MATCHES"
                       TO WS-OUTCOME-TEXT
               WHEN NOT WS-IT-CONFIRMED(WS-ITEM-IDX)
                       AND WS-IT-ON-REGISTER(WS-ITEM-IDX)
                   SET WS-ITEM-UNMATCHED TO TRUE
                   MOVE "REGISTER DEPOSIT NOT ON HISTORY"
                       TO WS-OUTCOME-TEXT
               WHEN NOT WS-IT-CONFIRMED(WS-ITEM-IDX)
                   SET WS-ITEM-UNMATCHED TO TRUE
                   MOVE "NO MATCHING DEPOSIT" TO WS-OUTCOME-TEXT
               WHEN WS-IT-DEPOSIT-AMOUNT(WS-ITEM-IDX)
                       NOT = WS-ITEM-AMOUNT
                   SET WS-ITEM-UNMATCHED TO TRUE
                   MOVE "AMOUNT DIFFERS FROM DEPOSITED ITEM"
                       TO WS-OUTCOME-TEXT
               WHEN OTHER
                   PERFORM POST-CHARGEBACK
           END-EVALUATE

           IF WS-ITEM-UNMATCHED
               ADD 1 TO WS-ITEMS-UNMATCHED
               MOVE 2101 TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MSG
               STRING "UNMATCHED RETURNED ITEM SERIAL "
                      CR-MICR-SERIAL " LETTER " CR-CASH-LETTER-ID
                      " SEQ " CR-ITEM-SEQ
                   DELIMITED BY SIZE INTO WS-ERR-MSG
               CALL "ERRLOG" USING WS-ERR-CODE
                                   WS-ERR-MSG
                                   WS-ERR-PROGRAM
                                   WS-ERR-RETURN-CODE
           END-IF

           IF WS-ITEM-CHARGED
               PERFORM POST-RETURN-FEE
               PERFORM SETTLE-ACCOUNT-AFTER-RETURN
               PERFORM WRITE-CUSTOMER-NOTICE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      * the chargeback undoes the deposit: a maker-checker
      * adjustment for the returned amount out of the depositing
      * account, with the return reason as its fail reason, written
      * to the post file stamped reversed the way ACHRETRN does
       POST-CHARGEBACK.
           COMPUTE WS-CHARGEBACK-AMOUNT = WS-ITEM-AMOUNT * -1

           INITIALIZE TRANSACTION-RECORD
           MOVE WS-IT-CHARGEBACK-ID(WS-ITEM-IDX) TO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-ADJUSTMENT TO TRUE
           MOVE "USD" TO TXN-CURRENCY-CODE
           MOVE WS-CHARGEBACK-AMOUNT TO TXN-AMOUNT
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO TXN-FROM-ACCOUNT
           STRING "RETURNED DEPOSIT CHECK " CR-MICR-SERIAL
                  " REASON " CR-RETURN-REASON
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           MOVE WS-IT-ORIG-TXN-ID(WS-ITEM-IDX) TO TXN-REFERENCE
           MOVE CR-MICR-SERIAL TO TXN-CHECK-NUMBER
           MOVE WS-SYSTEM-MAKER-ID TO TXN-MAKER-ID
           MOVE WS-SYSTEM-CHECKER-ID TO TXN-CHECKER-ID
           SET TXN-ONLINE TO TRUE
           SET TXN-PENDING TO TRUE
           EVALUATE TRUE
               WHEN CR-NSF
               WHEN CR-UNCOLLECTED-HOLD
                   SET TXN-FAIL-NSF TO TRUE
               WHEN CR-STOP-PAYMENT
                   SET TXN-FAIL-STOPPED TO TRUE
               WHEN CR-FROZEN-ACCOUNT
                   SET TXN-FAIL-RESTRICTED TO TRUE
               WHEN OTHER
                   SET TXN-FAIL-OTHER TO TRUE
           END-EVALUATE

           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE

           IF WS-TXN-RETURN-CODE NOT = 0
               SET WS-ITEM-FAILED TO TRUE
               ADD 1 TO WS-ITEMS-FAILED
               STRING "CHARGEBACK REFUSED RC " WS-TXN-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               MOVE 2102 TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-MSG
               STRING "CHARGEBACK FAILED RC " WS-TXN-RETURN-CODE
                      " ACCT " WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                      " SERIAL " CR-MICR-SERIAL
                   DELIMITED BY SIZE INTO WS-ERR-MSG
               CALL "ERRLOG" USING WS-ERR-CODE
                                   WS-ERR-MSG
                                   WS-ERR-PROGRAM
                                   WS-ERR-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET TXN-REVERSED TO TRUE
           MOVE TRANSACTION-RECORD TO TXN-POST-RECORD
           WRITE TXN-POST-RECORD
           SET WS-ITEM-CHARGED TO TRUE
           MOVE "CHARGED BACK" TO WS-OUTCOME-TEXT
           ADD 1 TO WS-ITEMS-CHARGED
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-CHARGED
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO WS-PR-SEARCH-ACCT
           PERFORM COUNT-ACCOUNT-RETURN.

      * the returned deposited item fee, its own withdrawal the way
      * NSFFEE posts its fees, referencing the chargeback
       POST-RETURN-FEE.
           INITIALIZE TRANSACTION-RECORD
           STRING "RDIF" CR-CASH-LETTER-ID CR-ITEM-SEQ(4:8)
               DELIMITED BY SIZE INTO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-WITHDRAWAL TO TRUE
           MOVE WS-RETURN-FEE-AMOUNT TO TXN-AMOUNT
           MOVE WS-RETURN-FEE-AMOUNT TO TXN-FEE
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO TXN-FROM-ACCOUNT
           MOVE "RETURNED DEPOSITED ITEM FEE" TO TXN-DESCRIPTION
           MOVE WS-IT-CHARGEBACK-ID(WS-ITEM-IDX) TO TXN-REFERENCE
           SET TXN-BRANCH TO TRUE
           SET TXN-PENDING TO TRUE

           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE

           IF WS-TXN-RETURN-CODE = 0
               MOVE TRANSACTION-RECORD TO TXN-POST-RECORD
               WRITE TXN-POST-RECORD
               SET WS-FEE-CHARGED TO TRUE
               ADD 1 TO WS-FEES-POSTED
           END-IF.

      * with the chargeback posted: settle the funds holds, stamp
      * the register, and restrict a repeat returner. TXNPOST opens
      * the account and hold files itself, so they are opened here
      * only between its calls
       SETTLE-ACCOUNT-AFTER-RETURN.
           OPEN I-O ACCOUNT-MASTER
           PERFORM SETTLE-FUNDS-HOLDS
           IF WS-CONVERTED-AMOUNT > 0
               PERFORM RELEASE-CONVERTED-HOLD
           END-IF
           PERFORM CHECK-REPEAT-RETURNS
           CLOSE ACCOUNT-MASTER
           PERFORM MARK-REGISTER-RETURNED.

      * the returned deposit's own hold is converted into the
      * chargeback; every other open hold on the account is held
      * at least through the exception hold period
       SETTLE-FUNDS-HOLDS.
           OPEN I-O FUNDS-HOLD-FILE
           IF NOT WS-HOLD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO FH-ACCT-NUMBER
           MOVE 0 TO FH-HOLD-ID
           START FUNDS-HOLD-FILE KEY >= FH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOLD-EOF
               READ FUNDS-HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF FH-ACCT-NUMBER NOT =
                               WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                           SET WS-HOLD-EOF TO TRUE
                       ELSE
                           PERFORM SETTLE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNDS-HOLD-FILE.

       SETTLE-ONE-HOLD.
           IF NOT FH-HELD
               EXIT PARAGRAPH
           END-IF
           IF FH-TXN-ID = WS-IT-ORIG-TXN-ID(WS-ITEM-IDX)
               ADD FH-AMOUNT TO WS-CONVERTED-AMOUNT
               SET FH-CHARGED-BACK TO TRUE
               REWRITE FUNDS-HOLD-RECORD
                   INVALID KEY
                       SUBTRACT FH-AMOUNT FROM WS-CONVERTED-AMOUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-CONVERTED
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           IF FH-RELEASE-DATE < WS-EXTEND-TO
               MOVE WS-EXTEND-TO TO FH-RELEASE-DATE
               REWRITE FUNDS-HOLD-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-EXTENDED
                       ADD 1 TO WS-HOLDS-EXTENDED-NOW
               END-REWRITE
           END-IF.

      * the chargeback took the whole item out of available, but the
      * held part never went in - it comes out of pending instead
       RELEASE-CONVERTED-HOLD.
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE
           SUBTRACT WS-CONVERTED-AMOUNT FROM ACCT-PENDING-BAL
           ADD WS-CONVERTED-AMOUNT TO ACCT-AVAILABLE-BAL
           PERFORM REWRITE-ACCOUNT.

      * returns inside the window, this one included, at or over
      * the limit put the account on a restriction hold HOLDEXPR
      * lifts when it runs out; a hold already standing is left
       CHECK-REPEAT-RETURNS.
           MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) TO WS-PR-SEARCH-ACCT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                      OR WS-PR-ACCOUNT(WS-PR-IDX) = WS-PR-SEARCH-ACCT
               CONTINUE
           END-PERFORM
           IF WS-PR-IDX > WS-PR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-RETURNS(WS-PR-IDX) < WS-REPEAT-RETURN-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PR-SEARCH-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-ON-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE
           SET ACCT-ON-HOLD TO TRUE
           SET HOLD-REASON-NSF TO TRUE
           MOVE WS-SYSTEM-MAKER-ID TO ACCT-HOLD-PLACED-BY
           MOVE WS-RUN-DATE TO ACCT-HOLD-PLACED-DATE
           MOVE WS-RESTRICT-EXPIRE TO ACCT-HOLD-EXPIRE-DATE
           PERFORM REWRITE-ACCOUNT
           IF WS-ACCT-OK
               SET WS-RESTRICTED-NOW TO TRUE
               ADD 1 TO WS-ACCOUNTS-RESTRICTED
           END-IF.

       REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE ACCOUNT-RECORD TO WS-ACCT-AFTER
           CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                               ACCT-NUMBER
                               WS-ACCT-BEFORE
                               WS-ACCT-AFTER
                               WS-JRNL-RETURN-CODE.

      * the return date on the register row, so a rerun passes the
      * item over and RDCINTK takes it again if it is redeposited
       MARK-REGISTER-RETURNED.
           IF NOT WS-IT-ON-REGISTER(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE CR-MICR-ROUTING TO DI-ROUTING
           MOVE CR-MICR-ACCOUNT TO DI-MICR-ACCOUNT
           MOVE CR-MICR-SERIAL TO DI-SERIAL
           READ DEPOSIT-ITEM-FILE KEY IS DI-MICR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-RETURN-DATE TO DI-RETURNED-DATE
           REWRITE DEPOSIT-ITEM-RECORD
               INVALID KEY
                   DISPLAY "RDIRETN: REGISTER REWRITE FAILED "
                           WS-IT-CHARGEBACK-ID(WS-ITEM-IDX)
           END-REWRITE.

      ****************************************************************
      * THE CUSTOMER NOTICE
      ****************************************************************
       WRITE-CUSTOMER-NOTICE.
           PERFORM CHECK-MAILING-ADDRESS
           IF NOT WS-MAIL-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO NOTICE-LINE
           STRING "ACCT=" WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                  " CHECK " CR-MICR-SERIAL
                  " FOR" WS-EDIT-AMT
                  " OF " WS-IT-DEPOSIT-DATE(WS-ITEM-IDX)
                  " RETURNED UNPAID: " WS-REASON-TEXT
                  " - CHARGED BACK"
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF WS-FEE-CHARGED
               MOVE WS-RETURN-FEE-AMOUNT TO WS-FEE-DISPLAY
               MOVE SPACES TO NOTICE-LINE
               STRING "ACCT=" WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                      " A RETURNED DEPOSITED ITEM FEE OF"
                      WS-FEE-DISPLAY " WAS CHARGED"
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-HOLDS-EXTENDED-NOW > 0
               MOVE SPACES TO NOTICE-LINE
               STRING "ACCT=" WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                      " FUNDS FROM YOUR OTHER HELD DEPOSITS WILL BE"
                      " AVAILABLE " WS-EXTEND-TO
                      " - REASONABLE CAUSE TO DOUBT COLLECTIBILITY"
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-RESTRICTED-NOW
               MOVE SPACES TO NOTICE-LINE
               STRING "ACCT=" WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                      " REPEATED RETURNED DEPOSITS - THE ACCOUNT IS"
                      " RESTRICTED THROUGH " WS-RESTRICT-EXPIRE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           ADD 1 TO WS-NOTICES-WRITTEN.

      * returned mail: the notice goes by email instead, or is held
       CHECK-MAILING-ADDRESS.
           MOVE 0 TO WS-MAIL-CUST-ID
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE WS-MAIL-EMAIL TO WS-NQ-DELIVER-TO
                   MOVE WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX)
                       TO WS-NQ-ACCT-NUMBER
                   MOVE WS-ITEM-AMOUNT TO WS-NQ-AMOUNT
                   CALL "NOTIFYCU" USING WS-MAIL-CUST-ID
                                         WS-NQ-EVENT-TYPE
                                         WS-NQ-ACCT-NUMBER
                                         WS-NQ-AMOUNT
                                         WS-NQ-CHANNEL
                                         WS-NQ-DELIVER-TO
                                         WS-NQ-RETURN-CODE
                   ADD 1 TO WS-NOTICES-EMAILED
               WHEN WS-MAIL-HELD
                   ADD 1 TO WS-NOTICES-HELD
           END-EVALUATE.

      ****************************************************************
      * THE REPORT
      ****************************************************************
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED DEPOSITED ITEMS"
                  "   RETURN FILE " WS-RETURN-FILE-ID
                  "   RETURNED " WS-RETURN-DATE
                  "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LETTER   ITEM SEQ    SERIAL             AMOUNT"
                  " RSN DEPOSITED TO   ON       "
                  "OUTCOME"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO REPORT-LINE
           STRING CR-CASH-LETTER-ID " " CR-ITEM-SEQ " "
                  CR-MICR-SERIAL " " WS-EDIT-AMT "  "
                  CR-RETURN-REASON "  "
                  WS-IT-DEPOSIT-ACCT(WS-ITEM-IDX) " "
                  WS-IT-DEPOSIT-DATE(WS-ITEM-IDX) " "
                  WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-RESTRICTED-NOW
               MOVE "RESTRICTED" TO REPORT-LINE(121:10)
           END-IF
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEMS-CHARGED TO WS-ITEM-DISPLAY
           MOVE WS-AMOUNT-CHARGED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  CHARGED BACK       " WS-ITEM-DISPLAY " "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEMS-UNMATCHED TO WS-ITEM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  UNMATCHED          " WS-ITEM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEMS-FAILED TO WS-ITEM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  POSTING FAILED     " WS-ITEM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEMS-ALREADY TO WS-ITEM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ALREADY DONE       " WS-ITEM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-RESTRICTED TO WS-ITEM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS RESTRICTED" WS-ITEM-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

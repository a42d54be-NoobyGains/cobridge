       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDCINTK.

      ****************************************************************
      * DAILY BATCH: mobile remote deposit capture intake. Reads the
      * RDC vendor's deposit file - one row per check item, keyed by
      * back-office staff from the image queue - and for each item:
      *   - edits it: amount, MICR routing check digit, the
      *     "for mobile deposit only" endorsement, and an open,
      *     unfrozen checking, savings or money market account;
      *   - looks for a duplicate presentment in the last
      *     WS-DUP-LOOKBACK-DAYS: the same MICR routing, account
      *     and serial on the deposited item register, whatever
      *     channel it came through, or a completed deposit of the
      *     same serial and amount to the same account on the
      *     transaction history (TXNHIST) from any channel - an
      *     item RDIRETN charged back is a re-presentment instead;
      *   - holds the customer (the account's owner) to the daily
      *     and rolling multi-day mobile deposit limits - standard,
      *     new-account, or the customer's own on RDCLIMIT;
      *   - posts the survivor as a mobile-channel deposit through
      *     TXNPOST, whose SIZE-AVAILABILITY-HOLD sizes the Reg CC
      *     hold, and records it on the register.
      * Rejected, over-limit and duplicate items go to the exception
      * report and back to the customer through NOTIFYQ (MR, ML,
      * MD). A rerun passes over items it posted the first time.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDC-DEPOSITS ASSIGN TO "RDCIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RDC-STATUS.
           SELECT TXN-HISTORY ASSIGN TO "TXNHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DI-MICR-KEY
               ALTERNATE RECORD KEY IS DI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DI-STATUS.
           SELECT RDC-LIMIT-FILE ASSIGN TO "RDCLIMIT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RDL-CUST-ID
               FILE STATUS IS WS-RDL-STATUS.
           SELECT TXN-POST-OUT ASSIGN TO "RDCPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO "RDCEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RDC-DEPOSITS.
       01  RDC-DEPOSIT-LINE          PIC X(101).

       FD  TXN-HISTORY.
       01  TXN-HISTORY-RECORD        PIC X(210).

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  DEPOSIT-ITEM-FILE.
       COPY "deposit-item.cpy".

       FD  RDC-LIMIT-FILE.
       COPY "rdc-limit.cpy".

      * the posted transactions, FEEPOST-style, so statements and
      * the nightly balance proof see them
       FD  TXN-POST-OUT.
       01  TXN-POST-RECORD           PIC X(210).

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RDC-STATUS         PIC X(2).
           88  WS-RDC-EOF            VALUE "10".
           88  WS-RDC-MISSING        VALUE "35".
       01  WS-HIST-STATUS        PIC X(2).
           88  WS-HIST-EOF           VALUE "10".
           88  WS-HIST-MISSING       VALUE "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-DI-STATUS          PIC X(2).
           88  WS-DI-OK              VALUE "00".
           88  WS-DI-EOF             VALUE "10".
           88  WS-DI-NOT-FOUND       VALUE "23", "35".
       01  WS-RDL-STATUS         PIC X(2).
           88  WS-RDL-MISSING        VALUE "35".
       01  WS-HAVE-LIMIT-FILE    PIC X(1) VALUE "Y".
           88  WS-LIMIT-FILE-UP      VALUE "Y".
       01  WS-POST-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       COPY "rdc-deposit.cpy".
       COPY "transaction.cpy".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DAY-NUMBER      PIC 9(8) COMP.
       01  WS-LOOKBACK-START      PIC 9(8).
       01  WS-WINDOW-START        PIC 9(8).
       01  WS-NEW-ACCT-START      PIC 9(8).

      * a check seen again within this many days is a duplicate
       01  WS-DUP-LOOKBACK-DAYS   PIC 9(3) VALUE 90.
      * standard mobile deposit limits per customer, a day and over
      * the rolling multi-day window; a customer whose deposit
      * account is under WS-NEW-ACCT-DAYS old takes the new-account
      * limits unless RDCLIMIT says otherwise
       01  WS-MULTIDAY-DAYS       PIC 9(3) VALUE 10.
       01  WS-STD-DAILY-LIMIT     PIC 9(7)V99 VALUE 5000.00.
       01  WS-STD-MULTIDAY-LIMIT  PIC 9(7)V99 VALUE 10000.00.
       01  WS-NEW-ACCT-DAYS       PIC 9(3) VALUE 30.
       01  WS-NEW-DAILY-LIMIT     PIC 9(7)V99 VALUE 1000.00.
       01  WS-NEW-MULTIDAY-LIMIT  PIC 9(7)V99 VALUE 2500.00.

      * the day's items in file order, with what the history scan
      * found for each; the key index beside it is kept in account
      * and serial order so the scan can find an item by halving
       01  WS-ITEM-MAX            PIC 9(5) COMP VALUE 2000.
       01  WS-ITEM-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ITEM-IDX            PIC 9(5) COMP.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-RECORD       PIC X(101).
               10  WS-IT-HISTORY      PIC X(1).
                   88  WS-IT-HIST-DUP     VALUE "D".
                   88  WS-IT-HIST-POSTED  VALUE "P".
               10  WS-IT-HIST-DATE    PIC 9(8).
               10  WS-IT-HIST-CHANNEL PIC X(3).
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 2000 TIMES.
               10  WS-KEY-VALUE       PIC X(22).
               10  WS-KEY-ITEM        PIC 9(5) COMP.
       01  WS-KEY-IDX             PIC 9(5) COMP.
       01  WS-KEY-LOW             PIC 9(5) COMP.
       01  WS-KEY-HIGH            PIC 9(5) COMP.
       01  WS-KEY-MID             PIC 9(5) COMP.
       01  WS-SEARCH-KEY          PIC X(22).
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOW      VALUE "Y".

      * MICR routing check digit: weights 3 7 1 across the nine
      * digits, the weighted sum a multiple of ten
       01  WS-ROUTING-WORK        PIC 9(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-ROUTING-DIGIT   PIC 9 OCCURS 9 TIMES.
       01  WS-ABA-WEIGHT-LIST     PIC X(9) VALUE "371371371".
       01  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHT-LIST.
           05  WS-ABA-WEIGHT      PIC 9 OCCURS 9 TIMES.
       01  WS-DIGIT-IDX           PIC 9(2) COMP.
       01  WS-ABA-SUM             PIC 9(4) COMP.

      * the item being worked
       01  WS-ITEM-TXN-ID         PIC X(20).
       01  WS-ITEM-SOURCE-REF     PIC X(20).
       01  WS-ITEM-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-ITEM-OUTCOME        PIC X(2).
           88  WS-ITEM-PASSED         VALUE SPACES.
           88  WS-ITEM-REJECTED       VALUE "MR".
           88  WS-ITEM-OVER-LIMIT     VALUE "ML".
           88  WS-ITEM-DUPLICATE      VALUE "MD".
           88  WS-ITEM-WAS-POSTED     VALUE "PP".
       01  WS-ITEM-REASON         PIC X(40).
       01  WS-REGISTER-ROW        PIC X(1).
           88  WS-REGISTER-HAS-ROW    VALUE "Y" "R".
           88  WS-REGISTER-RETURNED   VALUE "R".
       01  WS-CUST-ID             PIC 9(10).
       01  WS-DAILY-LIMIT         PIC S9(9)V99 COMP-3.
       01  WS-MULTIDAY-LIMIT      PIC S9(9)V99 COMP-3.
       01  WS-DAY-TOTAL           PIC S9(11)V99 COMP-3.
       01  WS-WINDOW-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-LIMIT-SUSPENDED     PIC X(1).
           88  WS-MOBILE-SUSPENDED    VALUE "Y".

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2).
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       01  WS-ITEMS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-POSTED        PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-REJECTED      PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-OVER-LIMIT    PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-DUPLICATE     PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-ALREADY       PIC 9(9) COMP VALUE 0.
       01  WS-HISTORY-READ        PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-POSTED       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AMOUNT-DISPLAY      PIC Z(8)9.99.
       01  WS-TOTAL-DISPLAY       PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-LOOKBACK-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER - WS-DUP-LOOKBACK-DAYS)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER - WS-MULTIDAY-DAYS + 1)
           COMPUTE WS-NEW-ACCT-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DAY-NUMBER - WS-NEW-ACCT-DAYS)

           PERFORM LOAD-DEPOSIT-ITEMS
           IF WS-RDC-MISSING
               DISPLAY "RDCINTK: NO DEPOSIT FILE - NOTHING TO DO"
               GOBACK
           END-IF
           PERFORM SCAN-TRANSACTION-HISTORY

           OPEN INPUT ACCOUNT-MASTER
           PERFORM OPEN-REGISTER-FILE
           OPEN INPUT RDC-LIMIT-FILE
           IF WS-RDL-MISSING
               MOVE "N" TO WS-HAVE-LIMIT-FILE
           END-IF
           OPEN OUTPUT TXN-POST-OUT
           OPEN OUTPUT EXCEPTION-RPT

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM PROCESS-ONE-ITEM
           END-PERFORM

           CLOSE ACCOUNT-MASTER
           CLOSE DEPOSIT-ITEM-FILE
           IF WS-LIMIT-FILE-UP
               CLOSE RDC-LIMIT-FILE
           END-IF
           CLOSE TXN-POST-OUT
           CLOSE EXCEPTION-RPT

           MOVE WS-AMOUNT-POSTED TO WS-TOTAL-DISPLAY
           DISPLAY "RDCINTK: ITEMS READ       = " WS-ITEMS-READ
           DISPLAY "RDCINTK: ITEMS POSTED     = " WS-ITEMS-POSTED
           DISPLAY "RDCINTK: AMOUNT POSTED    = " WS-TOTAL-DISPLAY
           DISPLAY "RDCINTK: REJECTED         = " WS-ITEMS-REJECTED
           DISPLAY "RDCINTK: OVER LIMIT       = " WS-ITEMS-OVER-LIMIT
           DISPLAY "RDCINTK: DUPLICATES       = " WS-ITEMS-DUPLICATE
           DISPLAY "RDCINTK: ALREADY POSTED   = " WS-ITEMS-ALREADY
           DISPLAY "RDCINTK: HISTORY READ     = " WS-HISTORY-READ

           IF WS-TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * the items beyond the table are left for a rerun, which
      * passes over the ones posted this time
       LOAD-DEPOSIT-ITEMS.
           OPEN INPUT RDC-DEPOSITS
           IF WS-RDC-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RDC-EOF
               READ RDC-DEPOSITS INTO RDC-DEPOSIT-ITEM
                   AT END
                       SET WS-RDC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM LOAD-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE RDC-DEPOSITS.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "RDCINTK: ITEM TABLE FULL - ENLARGE"
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE RDC-DEPOSIT-ITEM TO WS-IT-RECORD(WS-ITEM-COUNT)
           MOVE SPACE TO WS-IT-HISTORY(WS-ITEM-COUNT)
           MOVE 0 TO WS-IT-HIST-DATE(WS-ITEM-COUNT)
           MOVE SPACES TO WS-IT-HIST-CHANNEL(WS-ITEM-COUNT)

      * insert the item's key in order, shifting the larger ones up
           STRING RDC-ACCT-NUMBER RDC-MICR-SERIAL
               DELIMITED BY SIZE INTO WS-SEARCH-KEY
           MOVE WS-ITEM-COUNT TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX = 1
                   OR WS-KEY-VALUE(WS-KEY-IDX - 1) <= WS-SEARCH-KEY
               MOVE WS-KEY-ENTRY(WS-KEY-IDX - 1)
                   TO WS-KEY-ENTRY(WS-KEY-IDX)
               SUBTRACT 1 FROM WS-KEY-IDX
           END-PERFORM
           MOVE WS-SEARCH-KEY TO WS-KEY-VALUE(WS-KEY-IDX)
           MOVE WS-ITEM-COUNT TO WS-KEY-ITEM(WS-KEY-IDX).

      * a completed deposit of the same serial and amount to the
      * same account within the look-back, from any channel that
      * captured the serial, is the same check; the item's own
      * posting from an earlier run is not
       SCAN-TRANSACTION-HISTORY.
           IF WS-ITEM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TXN-HISTORY
           IF WS-HIST-MISSING
               DISPLAY "RDCINTK: NO TRANSACTION HISTORY - REGISTER "
                       "CHECK ONLY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ TXN-HISTORY INTO TRANSACTION-RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF TXN-DEPOSIT AND TXN-COMPLETED
                               AND TXN-DATE >= WS-LOOKBACK-START
                               AND TXN-CHECK-NUMBER NOT = SPACES
                           PERFORM MATCH-HISTORY-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-HISTORY.

       MATCH-HISTORY-DEPOSIT.
           STRING TXN-TO-ACCOUNT TXN-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-SEARCH-KEY
           MOVE 1 TO WS-KEY-LOW
           MOVE WS-ITEM-COUNT TO WS-KEY-HIGH
           MOVE 0 TO WS-KEY-MID
           PERFORM UNTIL WS-KEY-LOW > WS-KEY-HIGH
               COMPUTE WS-KEY-IDX = (WS-KEY-LOW + WS-KEY-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-KEY-VALUE(WS-KEY-IDX) = WS-SEARCH-KEY
                       MOVE WS-KEY-IDX TO WS-KEY-MID
                       MOVE WS-KEY-IDX TO WS-KEY-HIGH
                       SUBTRACT 1 FROM WS-KEY-HIGH
                   WHEN WS-KEY-VALUE(WS-KEY-IDX) < WS-SEARCH-KEY
                       COMPUTE WS-KEY-LOW = WS-KEY-IDX + 1
                   WHEN WS-KEY-IDX = 1
                       MOVE 0 TO WS-KEY-HIGH
                   WHEN OTHER
                       COMPUTE WS-KEY-HIGH = WS-KEY-IDX - 1
               END-EVALUATE
           END-PERFORM
           IF WS-KEY-MID = 0
               EXIT PARAGRAPH
           END-IF
      * the first matching key found; every item sharing it is
      * checked
           PERFORM VARYING WS-KEY-IDX FROM WS-KEY-MID BY 1
                   UNTIL WS-KEY-IDX > WS-ITEM-COUNT
                      OR WS-KEY-VALUE(WS-KEY-IDX) NOT = WS-SEARCH-KEY
               MOVE WS-KEY-ITEM(WS-KEY-IDX) TO WS-ITEM-IDX
               PERFORM MARK-HISTORY-MATCH
           END-PERFORM.

       MARK-HISTORY-MATCH.
           MOVE WS-IT-RECORD(WS-ITEM-IDX) TO RDC-DEPOSIT-ITEM
           IF RDC-AMOUNT NOT = TXN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ITEM-IDS
           IF TXN-ID = WS-ITEM-TXN-ID
               SET WS-IT-HIST-POSTED(WS-ITEM-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-HIST-POSTED(WS-ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           SET WS-IT-HIST-DUP(WS-ITEM-IDX) TO TRUE
           MOVE TXN-DATE TO WS-IT-HIST-DATE(WS-ITEM-IDX)
           MOVE TXN-CHANNEL TO WS-IT-HIST-CHANNEL(WS-ITEM-IDX).

       BUILD-ITEM-IDS.
           MOVE SPACES TO WS-ITEM-TXN-ID
           STRING "M" RDC-DEPOSIT-ID RDC-ITEM-SEQ
               DELIMITED BY SIZE INTO WS-ITEM-TXN-ID
           MOVE SPACES TO WS-ITEM-SOURCE-REF
           STRING RDC-DEPOSIT-ID RDC-ITEM-SEQ
               DELIMITED BY SIZE INTO WS-ITEM-SOURCE-REF.

       OPEN-REGISTER-FILE.
           OPEN I-O DEPOSIT-ITEM-FILE
           IF WS-DI-NOT-FOUND
               OPEN OUTPUT DEPOSIT-ITEM-FILE
               CLOSE DEPOSIT-ITEM-FILE
               OPEN I-O DEPOSIT-ITEM-FILE
           END-IF.

       PROCESS-ONE-ITEM.
           MOVE WS-IT-RECORD(WS-ITEM-IDX) TO RDC-DEPOSIT-ITEM
           PERFORM BUILD-ITEM-IDS
           MOVE RDC-AMOUNT TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-ITEM-OUTCOME
           MOVE SPACES TO WS-ITEM-REASON
           IF WS-IT-HIST-POSTED(WS-ITEM-IDX)
               SET WS-ITEM-WAS-POSTED TO TRUE
           END-IF

           IF WS-ITEM-PASSED
               PERFORM EDIT-ITEM
           END-IF
           IF WS-ITEM-PASSED
               PERFORM CHECK-REGISTER
           END-IF
           IF WS-ITEM-PASSED AND WS-IT-HIST-DUP(WS-ITEM-IDX)
                   AND NOT WS-REGISTER-RETURNED
               SET WS-ITEM-DUPLICATE TO TRUE
               STRING "DUPLICATE OF " DELIMITED BY SIZE
                      WS-IT-HIST-CHANNEL(WS-ITEM-IDX)
                      DELIMITED BY SIZE
                      " DEPOSIT " DELIMITED BY SIZE
                      WS-IT-HIST-DATE(WS-ITEM-IDX)
                      DELIMITED BY SIZE
                   INTO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-PASSED
               PERFORM CHECK-DEPOSIT-LIMITS
           END-IF
           IF WS-ITEM-PASSED
               PERFORM POST-ITEM
           END-IF

           EVALUATE TRUE
               WHEN WS-ITEM-PASSED
                   CONTINUE
               WHEN WS-ITEM-WAS-POSTED
                   ADD 1 TO WS-ITEMS-ALREADY
               WHEN OTHER
                   PERFORM RETURN-ITEM-TO-CUSTOMER
           END-EVALUATE.

       EDIT-ITEM.
           IF RDC-AMOUNT NOT NUMERIC OR RDC-AMOUNT = 0
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "AMOUNT MISSING OR NOT NUMERIC"
                   TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           IF RDC-MICR-ROUTING NOT NUMERIC
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "MICR ROUTING NOT READABLE" TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RDC-MICR-ROUTING TO WS-ROUTING-WORK
           MOVE 0 TO WS-ABA-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 9
               COMPUTE WS-ABA-SUM = WS-ABA-SUM
                     + WS-ROUTING-DIGIT(WS-DIGIT-IDX)
                     * WS-ABA-WEIGHT(WS-DIGIT-IDX)
           END-PERFORM
           IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = 0
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "MICR ROUTING CHECK DIGIT INVALID"
                   TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           IF RDC-MICR-SERIAL = SPACES
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "CHECK SERIAL NOT READABLE" TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT RDC-ENDORSEMENT-OK
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "MOBILE DEPOSIT ENDORSEMENT MISSING"
                   TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE RDC-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT FOUND" TO WS-ITEM-REASON
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT ACCT-OPEN
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT OPEN" TO WS-ITEM-REASON
               WHEN ACCT-IS-FROZEN
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT RESTRICTED" TO WS-ITEM-REASON
               WHEN NOT (ACCT-CHECKING OR ACCT-SAVINGS
                         OR ACCT-MONEY-MARKET)
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE "ACCOUNT TYPE NOT ELIGIBLE FOR MOBILE"
                       TO WS-ITEM-REASON
           END-EVALUATE
           MOVE ACCT-OWNER-ID TO WS-CUST-ID.

      * the same MICR line on the register inside the look-back is
      * a second presentment, unless it is this very item posted
      * by an earlier run, or an item that came back unpaid and is
      * being deposited again
       CHECK-REGISTER.
           MOVE "N" TO WS-REGISTER-ROW
           MOVE RDC-MICR-ROUTING TO DI-ROUTING
           MOVE RDC-MICR-ACCOUNT TO DI-MICR-ACCOUNT
           MOVE RDC-MICR-SERIAL TO DI-SERIAL
           READ DEPOSIT-ITEM-FILE KEY IS DI-MICR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-REGISTER-HAS-ROW TO TRUE
           IF DI-SOURCE-REF = WS-ITEM-SOURCE-REF
               SET WS-ITEM-WAS-POSTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DI-RETURNED-DATE NOT = 0
               SET WS-REGISTER-RETURNED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DI-DEPOSIT-DATE < WS-LOOKBACK-START
               EXIT PARAGRAPH
           END-IF
           SET WS-ITEM-DUPLICATE TO TRUE
           STRING "DUPLICATE OF " DELIMITED BY SIZE
                  DI-CHANNEL DELIMITED BY SIZE
                  " DEPOSIT " DELIMITED BY SIZE
                  DI-DEPOSIT-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  DI-DEPOSIT-ACCT DELIMITED BY SIZE
               INTO WS-ITEM-REASON.

      * the customer's mobile deposits already on the register for
      * today and for the window, plus this item, against the
      * customer's limits
       CHECK-DEPOSIT-LIMITS.
           PERFORM SET-CUSTOMER-LIMITS
           IF WS-MOBILE-SUSPENDED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE "MOBILE DEPOSIT SUSPENDED FOR CUSTOMER"
                   TO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DAY-TOTAL
           MOVE 0 TO WS-WINDOW-TOTAL
           MOVE WS-CUST-ID TO DI-CUST-ID
           START DEPOSIT-ITEM-FILE KEY = DI-CUST-ID
               INVALID KEY
                   SET WS-DI-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "00" TO WS-DI-STATUS
           END-START
           PERFORM UNTIL WS-DI-EOF
               READ DEPOSIT-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-DI-EOF TO TRUE
                   NOT AT END
                       IF DI-CUST-ID NOT = WS-CUST-ID
                           SET WS-DI-EOF TO TRUE
                       ELSE
                           PERFORM ADD-TO-LIMIT-TOTALS
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DAY-TOTAL + WS-ITEM-AMOUNT > WS-DAILY-LIMIT
                   SET WS-ITEM-OVER-LIMIT TO TRUE
                   MOVE "OVER DAILY MOBILE DEPOSIT LIMIT"
                       TO WS-ITEM-REASON
               WHEN WS-WINDOW-TOTAL + WS-ITEM-AMOUNT
                       > WS-MULTIDAY-LIMIT
                   SET WS-ITEM-OVER-LIMIT TO TRUE
                   MOVE "OVER MULTI-DAY MOBILE DEPOSIT LIMIT"
                       TO WS-ITEM-REASON
           END-EVALUATE.

       ADD-TO-LIMIT-TOTALS.
           IF DI-CHANNEL NOT = "MOB"
                   OR DI-DEPOSIT-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           ADD DI-AMOUNT TO WS-WINDOW-TOTAL
           IF DI-DEPOSIT-DATE = WS-RUN-DATE
               ADD DI-AMOUNT TO WS-DAY-TOTAL
           END-IF.

       SET-CUSTOMER-LIMITS.
           MOVE "N" TO WS-LIMIT-SUSPENDED
           IF ACCT-OPEN-DATE > WS-NEW-ACCT-START
               MOVE WS-NEW-DAILY-LIMIT TO WS-DAILY-LIMIT
               MOVE WS-NEW-MULTIDAY-LIMIT TO WS-MULTIDAY-LIMIT
           ELSE
               MOVE WS-STD-DAILY-LIMIT TO WS-DAILY-LIMIT
               MOVE WS-STD-MULTIDAY-LIMIT TO WS-MULTIDAY-LIMIT
           END-IF
           IF NOT WS-LIMIT-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-ID TO RDL-CUST-ID
           READ RDC-LIMIT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RDL-SUSPENDED
               SET WS-MOBILE-SUSPENDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE RDL-DAILY-LIMIT TO WS-DAILY-LIMIT
           MOVE RDL-MULTIDAY-LIMIT TO WS-MULTIDAY-LIMIT.

      * TXNPOST posts the deposit and sizes and writes any Reg CC
      * hold; the item goes on the register only once it stands
       POST-ITEM.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-ITEM-TXN-ID TO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE RDC-CAPTURE-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-DEPOSIT TO TRUE
           MOVE "USD" TO TXN-CURRENCY-CODE
           MOVE RDC-AMOUNT TO TXN-AMOUNT
           MOVE RDC-ACCT-NUMBER TO TXN-TO-ACCOUNT
           STRING "MOBILE CHECK DEPOSIT RT " RDC-MICR-ROUTING
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           MOVE RDC-MICR-ACCOUNT TO TXN-REFERENCE
           MOVE RDC-MICR-SERIAL TO TXN-CHECK-NUMBER
           MOVE RDC-KEYED-BY TO TXN-MAKER-ID
           SET TXN-MOBILE TO TRUE
           SET TXN-PENDING TO TRUE

           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE
           IF WS-TXN-RETURN-CODE NOT = 0
               SET WS-ITEM-REJECTED TO TRUE
               STRING "POSTING REFUSED RC " DELIMITED BY SIZE
                      WS-TXN-RETURN-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TXN-FAIL-REASON DELIMITED BY SIZE
                   INTO WS-ITEM-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE TRANSACTION-RECORD TO TXN-POST-RECORD
           WRITE TXN-POST-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           ADD RDC-AMOUNT TO WS-AMOUNT-POSTED

           MOVE RDC-MICR-ROUTING TO DI-ROUTING
           MOVE RDC-MICR-ACCOUNT TO DI-MICR-ACCOUNT
           MOVE RDC-MICR-SERIAL TO DI-SERIAL
           MOVE RDC-AMOUNT TO DI-AMOUNT
           MOVE WS-RUN-DATE TO DI-DEPOSIT-DATE
           MOVE "MOB" TO DI-CHANNEL
           MOVE RDC-ACCT-NUMBER TO DI-DEPOSIT-ACCT
           MOVE WS-CUST-ID TO DI-CUST-ID
           MOVE WS-ITEM-SOURCE-REF TO DI-SOURCE-REF
           MOVE TXN-ID TO DI-TXN-ID
           MOVE 0 TO DI-RETURNED-DATE
           IF WS-REGISTER-HAS-ROW
               REWRITE DEPOSIT-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "RDCINTK: REGISTER REWRITE FAILED "
                               TXN-ID
               END-REWRITE
           ELSE
               WRITE DEPOSIT-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "RDCINTK: REGISTER WRITE FAILED "
                               TXN-ID
               END-WRITE
           END-IF.

      * the exception report line, and the notice back to the
      * customer on the account the item was for
       RETURN-ITEM-TO-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-ITEM-DUPLICATE
                   ADD 1 TO WS-ITEMS-DUPLICATE
               WHEN WS-ITEM-OVER-LIMIT
                   ADD 1 TO WS-ITEMS-OVER-LIMIT
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-REJECTED
           END-EVALUATE
           MOVE RDC-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-RPT-LINE
           STRING WS-RUN-DATE " " WS-ITEM-OUTCOME
                  " ACCT=" RDC-ACCT-NUMBER
                  " DEP=" RDC-DEPOSIT-ID "/" RDC-ITEM-SEQ
                  " RT=" RDC-MICR-ROUTING
                  " CK=" RDC-MICR-SERIAL
                  " AMT=" WS-AMOUNT-DISPLAY
                  " " WS-ITEM-REASON
               DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           WRITE EXCEPTION-RPT-LINE

           MOVE WS-ITEM-OUTCOME TO WS-NQ-EVENT-TYPE
           MOVE WS-ITEM-AMOUNT TO WS-NQ-AMOUNT
           CALL "NOTIFYQ" USING RDC-ACCT-NUMBER
                                WS-NQ-EVENT-TYPE
                                WS-NQ-AMOUNT
                                WS-NQ-RETURN-CODE.

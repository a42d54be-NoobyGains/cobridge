       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKSTMT.

      ****************************************************************
      * MONTHLY BATCH: brokerage account statement. Runs on the
      * month's last business day after that day's PRCLOAD, so the
      * position master carries month-end prices. For each
      * brokerage account on the position master it prints:
      *   - the holdings: quantity, price, market value, cost basis
      *     and the unrealized gain or loss against it, with a stale
      *     price marked (the security went unpriced on the last
      *     pricing day and carries its last known close)
      *   - the month's activity off the brokerage activity file:
      *     the settled buys and sells POSUPDT applied, and the cash
      *     dividends CORPACT paid
      *   - totals: market value, cost, unrealized gain/loss, bought,
      *     sold, dividends
      * The period is the run date's calendar month; a MONTH=yyyymm
      * parm reprints an earlier month's activity (holdings are
      * always as of the last pricing). An account with nothing
      * held and no activity in the month gets no statement.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "POSMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "BRKACTV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BA-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "BRKSTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       COPY "position-master.cpy".

       FD  ACTIVITY-FILE.
       COPY "brokerage-activity.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POS-STATUS         PIC X(2).
           88  WS-POS-OK             VALUE "00".
           88  WS-POS-EOF            VALUE "10".
       01  WS-BA-STATUS          PIC X(2).
           88  WS-BA-OK              VALUE "00".
           88  WS-BA-EOF             VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-STMT-STATUS        PIC X(2).
       01  WS-HAVE-ACTIVITY-FILE PIC X(1) VALUE "Y".
           88  WS-ACTIVITY-UP        VALUE "Y".
       01  WS-HAVE-NAMES         PIC X(1) VALUE "Y".
           88  WS-NAMES-UP           VALUE "Y".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-PERIOD-MONTH        PIC 9(6) VALUE 0.
       01  WS-FROM-DATE           PIC 9(8).
       01  WS-TO-DATE             PIC 9(8).
       01  WS-NEXT-MONTH-DATE     PIC 9(8).
       01  WS-NEXT-YEAR           PIC 9(4).
       01  WS-NEXT-MONTH          PIC 9(2).

      * one account's position rows, held until the break decides
      * whether the account gets a statement
       01  WS-CURRENT-ACCT        PIC X(12).
       01  WS-HOLD-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-HOLD-IDX            PIC 9(3) COMP.
       01  WS-HOLDINGS-TABLE.
           05  WS-HOLDING             OCCURS 200 TIMES.
               10  WS-HLD-SYMBOL          PIC X(8).
               10  WS-HLD-CUSIP           PIC X(9).
               10  WS-HLD-QUANTITY        PIC S9(10) COMP-3.
               10  WS-HLD-PRICE           PIC S9(7)V9(4) COMP-3.
               10  WS-HLD-VALUE           PIC S9(13)V99 COMP-3.
               10  WS-HLD-COST            PIC S9(13)V99 COMP-3.
               10  WS-HLD-STALE           PIC X(1).
       01  WS-ACTIVITY-COUNT      PIC 9(5) COMP.
       01  WS-ANY-STALE           PIC X(1).
           88  WS-SOME-STALE          VALUE "Y".

       01  WS-TOTAL-VALUE         PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-COST          PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-GAIN          PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-BOUGHT        PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-SOLD          PIC S9(15)V99 COMP-3.
       01  WS-TOTAL-DIVIDENDS     PIC S9(15)V99 COMP-3.
       01  WS-GAIN-LOSS           PIC S9(13)V99 COMP-3.

       01  WS-OWNER-NAME          PIC X(61).
       01  WS-ACTIVITY-WORD       PIC X(8).
       01  WS-STALE-MARK          PIC X(1).
       01  WS-QTY-DISPLAY         PIC -Z(9)9.
       01  WS-PRICE-DISPLAY       PIC Z(6)9.9999.
       01  WS-VALUE-DISPLAY       PIC -Z(12)9.99.
       01  WS-COST-DISPLAY        PIC -Z(12)9.99.
       01  WS-GAIN-DISPLAY        PIC -Z(12)9.99.

       01  WS-ACCOUNTS-READ       PIC 9(9) COMP VALUE 0.
       01  WS-STATEMENTS-PRINTED  PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-SKIPPED    PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM
           PERFORM SET-STATEMENT-PERIOD

           OPEN INPUT POSITION-MASTER
           IF NOT WS-POS-OK
               DISPLAY "BRKSTMT: POSITION MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF NOT WS-BA-OK
               MOVE "N" TO WS-HAVE-ACTIVITY-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-ACCT-OK OR NOT WS-CUST-OK
               MOVE "N" TO WS-HAVE-NAMES
           END-IF
           OPEN OUTPUT STATEMENT-OUT

           MOVE SPACES TO WS-CURRENT-ACCT
           MOVE LOW-VALUES TO POS-KEY
           START POSITION-MASTER KEY >= POS-KEY
               INVALID KEY
                   SET WS-POS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-POS-EOF
               READ POSITION-MASTER NEXT RECORD
                   AT END
                       SET WS-POS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-POSITION
               END-READ
           END-PERFORM
           IF WS-CURRENT-ACCT NOT = SPACES
               PERFORM FINISH-ONE-ACCOUNT
           END-IF

           CLOSE STATEMENT-OUT
           CLOSE POSITION-MASTER
           IF WS-ACTIVITY-UP
               CLOSE ACTIVITY-FILE
           END-IF
           IF WS-NAMES-UP
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY "BRKSTMT: PERIOD             = " WS-FROM-DATE
               " TO " WS-TO-DATE
           DISPLAY "BRKSTMT: ACCOUNTS READ      = " WS-ACCOUNTS-READ
           DISPLAY "BRKSTMT: STATEMENTS PRINTED = "
               WS-STATEMENTS-PRINTED
           DISPLAY "BRKSTMT: ACCOUNTS SKIPPED   = " WS-ACCOUNTS-SKIPPED
           IF NOT WS-ACTIVITY-UP
               DISPLAY "BRKSTMT: NO ACTIVITY FILE - HOLDINGS ONLY"
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * the parm may carry MONTH=yyyymm, the month to report
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 14
               IF WS-PARM-LINE(WS-PARM-IDX:6) = "MONTH="
                       AND WS-PARM-LINE(WS-PARM-IDX + 6:6) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 6:6)
                       TO WS-PERIOD-MONTH
               END-IF
           END-PERFORM.

      * first of the month through the day before the first of the
      * next
       SET-STATEMENT-PERIOD.
           IF WS-PERIOD-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-MONTH
           END-IF
           COMPUTE WS-FROM-DATE = WS-PERIOD-MONTH * 100 + 1
           MOVE WS-FROM-DATE(1:4) TO WS-NEXT-YEAR
           MOVE WS-FROM-DATE(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-DATE =
                   WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).

       TAKE-ONE-POSITION.
           IF POS-ACCT-NUMBER NOT = WS-CURRENT-ACCT
               IF WS-CURRENT-ACCT NOT = SPACES
                   PERFORM FINISH-ONE-ACCOUNT
               END-IF
               MOVE POS-ACCT-NUMBER TO WS-CURRENT-ACCT
               MOVE 0 TO WS-HOLD-COUNT
               ADD 1 TO WS-ACCOUNTS-READ
           END-IF
           IF POS-QUANTITY = 0 OR WS-HOLD-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE POS-SYMBOL TO WS-HLD-SYMBOL(WS-HOLD-COUNT)
           MOVE POS-CUSIP TO WS-HLD-CUSIP(WS-HOLD-COUNT)
           MOVE POS-QUANTITY TO WS-HLD-QUANTITY(WS-HOLD-COUNT)
           MOVE POS-MARKET-PRICE TO WS-HLD-PRICE(WS-HOLD-COUNT)
           MOVE POS-MARKET-VALUE TO WS-HLD-VALUE(WS-HOLD-COUNT)
           MOVE POS-COST-BASIS TO WS-HLD-COST(WS-HOLD-COUNT)
           MOVE POS-PRICE-STALE TO WS-HLD-STALE(WS-HOLD-COUNT).

       FINISH-ONE-ACCOUNT.
           PERFORM COUNT-PERIOD-ACTIVITY
           IF WS-HOLD-COUNT = 0 AND WS-ACTIVITY-COUNT = 0
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-STATEMENT
           ADD 1 TO WS-STATEMENTS-PRINTED.

       COUNT-PERIOD-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-COUNT
           IF NOT WS-ACTIVITY-UP
               EXIT PARAGRAPH
           END-IF
           PERFORM START-PERIOD-ACTIVITY
           PERFORM UNTIL WS-BA-EOF
               READ ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET WS-BA-EOF TO TRUE
                   NOT AT END
                       IF BA-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                               OR BA-DATE > WS-TO-DATE
                           SET WS-BA-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-ACTIVITY-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       START-PERIOD-ACTIVITY.
           MOVE "00" TO WS-BA-STATUS
           MOVE WS-CURRENT-ACCT TO BA-ACCT-NUMBER
           MOVE WS-FROM-DATE TO BA-DATE
           MOVE LOW-VALUES TO BA-REFERENCE
           START ACTIVITY-FILE KEY >= BA-KEY
               INVALID KEY
                   SET WS-BA-EOF TO TRUE
           END-START.

      ****************************************************************
      * THE STATEMENT: account heading, holdings at market with the
      * unrealized gain or loss, the month's activity, the totals
      ****************************************************************
       PRINT-STATEMENT.
           PERFORM FIND-OWNER-NAME
           MOVE SPACES TO STATEMENT-LINE
           STRING "BROKERAGE STATEMENT  ACCOUNT " WS-CURRENT-ACCT
                  "  " WS-OWNER-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "  HOLDINGS  SYMBOL   CUSIP        QUANTITY"
                  "        PRICE     MARKET VALUE       COST BASIS"
                  "   UNREALIZED G/L"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-TOTAL-VALUE
           MOVE 0 TO WS-TOTAL-COST
           MOVE "N" TO WS-ANY-STALE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               PERFORM PRINT-HOLDING-LINE
           END-PERFORM
           IF WS-HOLD-COUNT = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE "            NO SECURITIES HELD" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING "  ACTIVITY  DATE     TYPE     SYMBOL  "
                  "    QUANTITY        PRICE           AMOUNT"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-TOTAL-BOUGHT
           MOVE 0 TO WS-TOTAL-SOLD
           MOVE 0 TO WS-TOTAL-DIVIDENDS
           IF WS-ACTIVITY-COUNT = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE "            NO ACTIVITY THIS PERIOD"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               PERFORM START-PERIOD-ACTIVITY
               PERFORM UNTIL WS-BA-EOF
                   READ ACTIVITY-FILE NEXT RECORD
                       AT END
                           SET WS-BA-EOF TO TRUE
                       NOT AT END
                           IF BA-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                                   OR BA-DATE > WS-TO-DATE
                               SET WS-BA-EOF TO TRUE
                           ELSE
                               PERFORM PRINT-ACTIVITY-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM PRINT-STATEMENT-TOTALS.

       PRINT-HOLDING-LINE.
           COMPUTE WS-GAIN-LOSS = WS-HLD-VALUE(WS-HOLD-IDX)
                                - WS-HLD-COST(WS-HOLD-IDX)
           ADD WS-HLD-VALUE(WS-HOLD-IDX) TO WS-TOTAL-VALUE
           ADD WS-HLD-COST(WS-HOLD-IDX) TO WS-TOTAL-COST
           MOVE SPACE TO WS-STALE-MARK
           IF WS-HLD-STALE(WS-HOLD-IDX) = "Y"
               MOVE "*" TO WS-STALE-MARK
               SET WS-SOME-STALE TO TRUE
           END-IF
           MOVE WS-HLD-QUANTITY(WS-HOLD-IDX) TO WS-QTY-DISPLAY
           MOVE WS-HLD-PRICE(WS-HOLD-IDX) TO WS-PRICE-DISPLAY
           MOVE WS-HLD-VALUE(WS-HOLD-IDX) TO WS-VALUE-DISPLAY
           MOVE WS-HLD-COST(WS-HOLD-IDX) TO WS-COST-DISPLAY
           MOVE WS-GAIN-LOSS TO WS-GAIN-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "            " WS-HLD-SYMBOL(WS-HOLD-IDX)
                  " " WS-HLD-CUSIP(WS-HOLD-IDX)
                  " " WS-QTY-DISPLAY
                  " " WS-PRICE-DISPLAY WS-STALE-MARK
                  WS-VALUE-DISPLAY
                  " " WS-COST-DISPLAY
                  " " WS-GAIN-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       PRINT-ACTIVITY-LINE.
           EVALUATE TRUE
               WHEN BA-BUY
                   MOVE "BOUGHT" TO WS-ACTIVITY-WORD
                   ADD BA-AMOUNT TO WS-TOTAL-BOUGHT
               WHEN BA-SELL
                   MOVE "SOLD" TO WS-ACTIVITY-WORD
                   ADD BA-AMOUNT TO WS-TOTAL-SOLD
               WHEN BA-DIVIDEND
                   MOVE "DIVIDEND" TO WS-ACTIVITY-WORD
                   ADD BA-AMOUNT TO WS-TOTAL-DIVIDENDS
               WHEN OTHER
                   MOVE "OTHER" TO WS-ACTIVITY-WORD
           END-EVALUATE
           MOVE BA-QUANTITY TO WS-QTY-DISPLAY
           MOVE BA-PRICE TO WS-PRICE-DISPLAY
           MOVE BA-AMOUNT TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "            " BA-DATE
                  " " WS-ACTIVITY-WORD
                  " " BA-SYMBOL
                  " " WS-QTY-DISPLAY
                  " " WS-PRICE-DISPLAY
                  " " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       PRINT-STATEMENT-TOTALS.
           COMPUTE WS-TOTAL-GAIN = WS-TOTAL-VALUE - WS-TOTAL-COST
           MOVE WS-TOTAL-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL MARKET VALUE        " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-COST TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL COST BASIS          " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-GAIN TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  UNREALIZED GAIN/LOSS      " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-BOUGHT TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PURCHASES SETTLED         " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-SOLD TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  SALES SETTLED             " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-DIVIDENDS TO WS-VALUE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  DIVIDENDS PAID            " WS-VALUE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-SOME-STALE
               MOVE SPACES TO STATEMENT-LINE
               MOVE "  * NO CURRENT PRICE - VALUED AT THE LAST CLOSE"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * the brokerage account's owner off the account master; an
      * account the master does not carry prints without a name
       FIND-OWNER-NAME.
           MOVE SPACES TO WS-OWNER-NAME
           IF NOT WS-NAMES-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           STRING CUST-FIRST-NAME DELIMITED BY "  "
                  " " CUST-LAST-NAME DELIMITED BY "  "
               INTO WS-OWNER-NAME.

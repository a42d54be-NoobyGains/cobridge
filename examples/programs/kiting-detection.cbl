      * itself riding holds, and drops a type-K AML-ALERT-RECORD on
      * the BSA officer's queue for anything at or over the alert
      * floor, with the contributing transaction ids attached.
      * Deposited checks that came back unpaid are the kite coming
      * down: RDIRETN's chargebacks (RTNDEP) inside the return
      * window each add the return weight, so an account drawing on
      * holds with one return - or a repeat returner on its own -
      * reaches the floor.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TXN-DAILY ASSIGN TO "TXNFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT RETURNED-DEPOSITS ASSIGN TO "RTNDEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       COPY "funds-hold.cpy".

       FD  TXN-DAILY.
       01  TXN-DAILY-RECORD          PIC X(210).

       FD  RETURNED-DEPOSITS.
       01  RETURNED-DEPOSIT-RECORD   PIC X(210).

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".
           88  WS-ACCT-OK            VALUE "00".
       01  WS-ALERT-STATUS       PIC X(2).
           88  WS-ALERT-NOT-FOUND    VALUE "35".
       01  WS-RTN-STATUS         PIC X(2).
           88  WS-RTN-OK             VALUE "00".
           88  WS-RTN-EOF            VALUE "10".

       COPY "transaction.cpy".

      * scoring: riding any uncollected balance starts at the base;
      * drawing half of it or more adds the draw weight; a circular
      * transfer pattern with a counterpart that also holds
      * uncollected funds adds the circle weight. Each deposited
      * item charged back inside the return window adds the return
      * weight, drawing or not. Alerts go out at or over the floor.
       01  WS-BASE-SCORE          PIC 9(3) VALUE 40.
       01  WS-DRAW-WEIGHT         PIC 9(3) VALUE 20.
       01  WS-CIRCLE-WEIGHT       PIC 9(3) VALUE 40.
       01  WS-ALERT-FLOOR         PIC 9(3) VALUE 60.
       01  WS-DRAW-RATIO          PIC 9V99 VALUE 0.50.
       01  WS-RETURN-WEIGHT       PIC 9(3) VALUE 20.
       01  WS-RETURN-WINDOW-DAYS  PIC 9(3) VALUE 30.
       01  WS-RETURN-START        PIC 9(8).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-HOLDS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-RETURNS-READ        PIC 9(9) COMP VALUE 0.
       01  WS-ALERTS-WRITTEN      PIC 9(9) COMP VALUE 0.
       01  WS-WORK-SCORE          PIC 9(5).
       01  WS-UNCOLL-DISPLAY      PIC -Z(9)9.99.
       01  WS-DRAWN-DISPLAY       PIC -Z(9)9.99.
       01  WS-RETURNS-DISPLAY     PIC 9(2).

      * per-account correlation table: uncollected (held) balance
      * from pass one, drawn-against totals and counterpart from
      * pass two, returned deposits from the chargebacks
       01  WS-KT-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-KT-IDX              PIC 9(4) COMP.
       01  WS-KT-IDX-2            PIC 9(4) COMP.
       01  WS-KT-SEARCH-ACCT      PIC X(12).
       01  WS-KT-FOUND            PIC X(1).
           88  WS-KT-HIT               VALUE "Y".
       01  WS-KITE-TABLE.
               10  WS-KT-DRAWN        PIC S9(11)V99 COMP-3.
               10  WS-KT-COUNTERPART  PIC X(12).
               10  WS-KT-CIRCULAR     PIC X(1).
               10  WS-KT-RETURNS      PIC 9(3) COMP.
               10  WS-KT-TXN-COUNT    PIC 9(2).
               10  WS-KT-TXN-ID       OCCURS 10 TIMES
                                      PIC X(20).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RETURN-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - WS-RETURN-WINDOW-DAYS + 1)

           OPEN INPUT FUNDS-HOLD-FILE
           IF WS-HOLD-MISSING

           OPEN INPUT TXN-DAILY
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-DAILY INTO TRANSACTION-RECORD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
           END-PERFORM
           CLOSE TXN-DAILY

           OPEN INPUT RETURNED-DEPOSITS
           IF WS-RTN-OK
               PERFORM LOAD-RETURNED-DEPOSITS
               CLOSE RETURNED-DEPOSITS
           END-IF

           PERFORM MARK-CIRCULAR-PAIRS

           OPEN INPUT ACCOUNT-MASTER

           DISPLAY "KITEDET: HOLD ROWS READ  = " WS-HOLDS-READ
           DISPLAY "KITEDET: TXNS READ       = " WS-TXNS-READ
           DISPLAY "KITEDET: RETURNS READ    = " WS-RETURNS-READ
           DISPLAY "KITEDET: ACCOUNTS RIDING = " WS-KT-COUNT
           DISPLAY "KITEDET: ALERTS WRITTEN  = " WS-ALERTS-WRITTEN

           END-PERFORM.

       ADD-HOLD-TO-TABLE.
           MOVE FH-ACCT-NUMBER TO WS-KT-SEARCH-ACCT
           PERFORM FIND-TABLE-SLOT
           IF WS-KT-IDX > 0
               ADD FH-AMOUNT TO WS-KT-UNCOLLECTED(WS-KT-IDX)
           END-IF.

      * find (or create) the table slot for WS-KT-SEARCH-ACCT; a full
      * table drops the newcomer rather than abending the sweep
       FIND-TABLE-SLOT.
           MOVE "N" TO WS-KT-FOUND
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                   UNTIL WS-KT-IDX > WS-KT-COUNT OR WS-KT-HIT
               IF WS-KT-ACCOUNT(WS-KT-IDX) = WS-KT-SEARCH-ACCT
                   SET WS-KT-HIT TO TRUE
               END-IF
           END-PERFORM
                   ADD 1 TO WS-KT-COUNT
                   MOVE WS-KT-COUNT TO WS-KT-IDX
                   INITIALIZE WS-KT-ENTRY(WS-KT-IDX)
                   MOVE WS-KT-SEARCH-ACCT
                       TO WS-KT-ACCOUNT(WS-KT-IDX)
               ELSE
                   MOVE 0 TO WS-KT-IDX
               END-IF
           END-IF.

      * only money leaving an account that is riding uncollected
      * funds matters; deposits, failed items and the returned item
      * fee do not
       CORRELATE-ONE-TXN.
           IF NOT TXN-COMPLETED
               EXIT PARAGRAPH
           IF NOT (TXN-WITHDRAWAL OR TXN-TRANSFER OR TXN-CHECK)
               EXIT PARAGRAPH
           END-IF
           IF TXN-ID(1:4) = "RDIF"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-KT-FOUND
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                   WS-KT-TXN-COUNT(WS-KT-IDX))
           END-IF.

      * each chargeback of a returned deposit inside the window,
      * whether or not the account is riding holds today
       LOAD-RETURNED-DEPOSITS.
           PERFORM UNTIL WS-RTN-EOF
               READ RETURNED-DEPOSITS INTO TRANSACTION-RECORD
                   AT END
                       SET WS-RTN-EOF TO TRUE
                   NOT AT END
                       IF TXN-ADJUSTMENT AND TXN-ID(1:4) = "RDIR"
                               AND TXN-DATE >= WS-RETURN-START
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM ADD-RETURN-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-RETURN-TO-TABLE.
           MOVE TXN-FROM-ACCOUNT TO WS-KT-SEARCH-ACCT
           PERFORM FIND-TABLE-SLOT
           IF WS-KT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KT-RETURNS(WS-KT-IDX)
           IF WS-KT-TXN-COUNT(WS-KT-IDX) < 10
               ADD 1 TO WS-KT-TXN-COUNT(WS-KT-IDX)
               MOVE TXN-ID TO WS-KT-TXN-ID(WS-KT-IDX,
                   WS-KT-TXN-COUNT(WS-KT-IDX))
           END-IF.

      * the signature round trip: A drew against holds while
      * transferring to B, and B drew against holds while
      * transferring back to A

       SCORE-AND-ALERT.
           IF WS-KT-DRAWN(WS-KT-IDX) <= 0
                   AND WS-KT-RETURNS(WS-KT-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORK-SCORE
           IF WS-KT-DRAWN(WS-KT-IDX) > 0
               MOVE WS-BASE-SCORE TO WS-WORK-SCORE
               IF WS-KT-DRAWN(WS-KT-IDX) >=
                       WS-KT-UNCOLLECTED(WS-KT-IDX) * WS-DRAW-RATIO
                   ADD WS-DRAW-WEIGHT TO WS-WORK-SCORE
               END-IF
               IF WS-KT-CIRCULAR(WS-KT-IDX) = "Y"
                   ADD WS-CIRCLE-WEIGHT TO WS-WORK-SCORE
               END-IF
           END-IF
           COMPUTE WS-WORK-SCORE = WS-WORK-SCORE
                 + WS-KT-RETURNS(WS-KT-IDX) * WS-RETURN-WEIGHT

           IF WS-WORK-SCORE < WS-ALERT-FLOOR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KT-UNCOLLECTED(WS-KT-IDX) TO WS-UNCOLL-DISPLAY
           MOVE WS-KT-DRAWN(WS-KT-IDX) TO WS-DRAWN-DISPLAY
           IF WS-KT-RETURNS(WS-KT-IDX) > 99
               MOVE 99 TO WS-RETURNS-DISPLAY
           ELSE
               MOVE WS-KT-RETURNS(WS-KT-IDX) TO WS-RETURNS-DISPLAY
           END-IF
           STRING "UNCOLLECTED" WS-UNCOLL-DISPLAY
                  " DRAWN" WS-DRAWN-DISPLAY
                  " CIRC=" WS-KT-CIRCULAR(WS-KT-IDX)
                  " RTN=" WS-RETURNS-DISPLAY
               DELIMITED BY SIZE INTO AML-DETAIL
           MOVE WS-KT-TXN-COUNT(WS-KT-IDX) TO AML-TXN-COUNT
           PERFORM VARYING WS-KT-IDX-2 FROM 1 BY 1

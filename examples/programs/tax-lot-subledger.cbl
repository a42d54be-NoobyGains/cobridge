       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLOT.

      ****************************************************************
      * SHARED TAX-LOT SUBLEDGER SUBPROGRAM: the one place the lots
      * under a position are opened, relieved, split and re-keyed,
      * so POSUPDT, CORPACT and TAX1099B all see the same lots.
      * Functions (TAX-LOT-REQUEST):
      *   O - carry in: a position held before the subledger gets
      *       one lot for the shares its lots do not cover, dated
      *       the position's last trade, at the basis left over
      *   A - a settled buy opens a lot; any loss sale in the same
      *       account and symbol in the thirty days before the buy
      *       whose loss shares are not yet matched is a wash sale,
      *       and the disallowed loss moves into the new lot's cost
      *   R - a settled sell relieves lots by the account's
      *       election (LOTELECT): FIFO, highest cost first, or the
      *       lot the allocation names with FIFO for any shortfall.
      *       Each lot relieved writes a relief row (LOTRELF) with
      *       proceeds, basis and term; a loss leg looks for
      *       replacement shares bought in the thirty days before
      *       the sale and carries the disallowed loss into them
      *   S - split: each open lot's shares scale by the ratio,
      *       cost unchanged; rounding lands on the newest lot so
      *       the lots still sum to the position
      *   K - symbol change: every lot moves to the new symbol
      * The caller gets back the basis relieved and the wash-sale
      * loss carried into the position's lots.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LOT-FILE ASSIGN TO "TAXLOTS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TL-STATUS.
           SELECT RELIEF-FILE ASSIGN TO "LOTRELF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TR-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "LOTELECT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LE-ACCT-NUMBER
               FILE STATUS IS WS-LE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LOT-FILE.
       COPY "tax-lot.cpy".

       FD  RELIEF-FILE.
       COPY "tax-lot-relief.cpy".

       FD  ELECTION-FILE.
       COPY "lot-election.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TL-STATUS          PIC X(2).
           88  WS-TL-OK              VALUE "00".
           88  WS-TL-NOT-FOUND       VALUE "23", "35".
       01  WS-TR-STATUS          PIC X(2).
           88  WS-TR-OK              VALUE "00".
           88  WS-TR-NOT-FOUND       VALUE "23", "35".
       01  WS-LE-STATUS          PIC X(2).
           88  WS-LE-OK              VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-METHOD              PIC X(1).
           88  WS-BY-HIGHEST-COST     VALUE "H".
           88  WS-BY-SPECIFIC-LOT     VALUE "S".
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".
       01  WS-LOAD-CLOSED         PIC X(1) VALUE "N".
           88  WS-LOAD-ALL-LOTS       VALUE "Y".

      * the position's lots, oldest first (key order)
       01  WS-LT-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-LT-IDX              PIC 9(4) COMP.
       01  WS-RP-IDX              PIC 9(4) COMP.
       01  WS-PICK-IDX            PIC 9(4) COMP.
       01  WS-LAST-LEG-IDX        PIC 9(4) COMP.
       01  WS-LOT-TABLE.
           05  WS-LT-ENTRY OCCURS 300 TIMES.
               10  WS-LT-ID           PIC X(12).
               10  WS-LT-ACQ-DATE     PIC 9(8).
               10  WS-LT-LEFT         PIC S9(10) COMP-3.
               10  WS-LT-WASHED       PIC S9(10) COMP-3.
               10  WS-LT-UNIT-COST    PIC S9(9)V9(6) COMP-3.
               10  WS-LT-TAKE         PIC S9(10) COMP-3.

       01  WS-LOTS-QTY            PIC S9(11) COMP-3.
       01  WS-LOTS-COST           PIC S9(13)V99 COMP-3.
       01  WS-REMAIN-QTY          PIC S9(10) COMP-3.
       01  WS-TAKE-QTY            PIC S9(10) COMP-3.
       01  WS-TAKE-COST           PIC S9(13)V99 COMP-3.
       01  WS-TAKE-PROCEEDS       PIC S9(13)V99 COMP-3.
       01  WS-MATCHED-PROCEEDS    PIC S9(13)V99 COMP-3.
       01  WS-PROCEEDS-LEFT       PIC S9(13)V99 COMP-3.
       01  WS-HIGH-UNIT-COST      PIC S9(9)V9(6) COMP-3.

      * a new lot's id: acquisition date and the next sequence
       01  WS-NEW-LOT-DATE        PIC 9(8).
       01  WS-NEW-LOT-SEQ         PIC 9(4).
       01  WS-NEW-LOT-SYMBOL      PIC X(8).

      * wash-sale work
       01  WS-WINDOW-START        PIC 9(8).
       01  WS-LOSS-LEFT           PIC S9(13)V99 COMP-3.
       01  WS-LOSS-SHARES-LEFT    PIC S9(10) COMP-3.
       01  WS-AVAIL-SHARES        PIC S9(10) COMP-3.
       01  WS-MATCH-QTY           PIC S9(10) COMP-3.
       01  WS-DISALLOWED          PIC S9(13)V99 COMP-3.
       01  WS-HELD-DAYS           PIC S9(7) COMP-3.
       01  WS-TACKED-DATE         PIC 9(8).
       01  WS-TACK-SALE-DATE      PIC 9(8).
       01  WS-SOLD-HOLD-FROM      PIC 9(8).

      * a leg folding into a relief row already written
       01  WS-FOLD-DISALLOWED     PIC S9(13)V99 COMP-3.
       01  WS-FOLD-WASH-SHARES    PIC S9(10) COMP-3.
       01  WS-FOLD-WASH-LOT-ID    PIC X(12).

      * split residual
       01  WS-SPLIT-QTY           PIC S9(10) COMP-3.
       01  WS-SPLIT-TOTAL         PIC S9(11) COMP-3.

       01  WS-HELD-LOT            PIC X(200).

       LINKAGE SECTION.
       COPY "tax-lot-request.cpy".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING TAX-LOT-REQUEST
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO TLQ-BASIS-RELIEVED
           MOVE 0 TO TLQ-WASH-CARRIED
           MOVE 0 TO TLQ-QTY-UNMATCHED
           MOVE "N" TO TLQ-LOT-FALLBACK
           MOVE "N" TO TLQ-LATE-WASH
           IF TLQ-TRADE-DATE = 0
               MOVE WS-RUN-DATE TO TLQ-TRADE-DATE
           END-IF

           IF TLQ-ACCT-NUMBER = SPACES OR TLQ-SYMBOL = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O TAX-LOT-FILE
           IF WS-TL-NOT-FOUND
               OPEN OUTPUT TAX-LOT-FILE
               CLOSE TAX-LOT-FILE
               OPEN I-O TAX-LOT-FILE
           END-IF
           OPEN I-O RELIEF-FILE
           IF WS-TR-NOT-FOUND
               OPEN OUTPUT RELIEF-FILE
               CLOSE RELIEF-FILE
               OPEN I-O RELIEF-FILE
           END-IF
           IF NOT WS-TL-OK OR NOT WS-TR-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN TLQ-CARRY-IN
                   PERFORM CARRY-IN-POSITION
               WHEN TLQ-ADD-LOT
                   PERFORM ADD-BUY-LOT
               WHEN TLQ-RELIEVE
                   PERFORM RELIEVE-FOR-SALE
               WHEN TLQ-SPLIT
                   PERFORM SPLIT-POSITION-LOTS
               WHEN TLQ-REKEY
                   PERFORM REKEY-POSITION-LOTS
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE RELIEF-FILE
           CLOSE TAX-LOT-FILE

           GOBACK.

      * the open lots of one position into the table, oldest first;
      * WS-LOAD-ALL-LOTS takes the closed lots too (symbol change)
       LOAD-POSITION-LOTS.
           MOVE 0 TO WS-LT-COUNT
           MOVE 0 TO WS-LOTS-QTY
           MOVE 0 TO WS-LOTS-COST
           MOVE "N" TO WS-SCAN-DONE
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE LOW-VALUES TO TL-LOT-ID
           START TAX-LOT-FILE KEY >= TL-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ TAX-LOT-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF TL-ACCT-NUMBER NOT = TLQ-ACCT-NUMBER
                               OR TL-SYMBOL NOT = TLQ-SYMBOL
                           SET WS-SCAN-COMPLETE TO TRUE
                       ELSE
                           PERFORM TABLE-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.

       TABLE-ONE-LOT.
           IF NOT WS-LOAD-ALL-LOTS
                   AND (NOT TL-OPEN OR TL-QUANTITY <= 0)
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LT-COUNT
           MOVE TL-LOT-ID TO WS-LT-ID(WS-LT-COUNT)
           MOVE TL-ACQ-DATE TO WS-LT-ACQ-DATE(WS-LT-COUNT)
           MOVE TL-QUANTITY TO WS-LT-LEFT(WS-LT-COUNT)
           MOVE TL-WASH-SHARES TO WS-LT-WASHED(WS-LT-COUNT)
           MOVE 0 TO WS-LT-TAKE(WS-LT-COUNT)
           IF TL-QUANTITY > 0
               COMPUTE WS-LT-UNIT-COST(WS-LT-COUNT) ROUNDED =
                       TL-ADJ-COST / TL-QUANTITY
               ADD TL-QUANTITY TO WS-LOTS-QTY
               ADD TL-ADJ-COST TO WS-LOTS-COST
           ELSE
               MOVE 0 TO WS-LT-UNIT-COST(WS-LT-COUNT)
           END-IF.

      * the next free sequence for WS-NEW-LOT-DATE under the
      * position (WS-NEW-LOT-SYMBOL)
       ASSIGN-LOT-ID.
           MOVE 1 TO WS-NEW-LOT-SEQ
           MOVE "N" TO WS-SCAN-DONE
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE WS-NEW-LOT-SYMBOL TO TL-SYMBOL
           MOVE WS-NEW-LOT-DATE TO TL-LOT-DATE
           MOVE 0 TO TL-LOT-SEQ
           START TAX-LOT-FILE KEY >= TL-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ TAX-LOT-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF TL-ACCT-NUMBER NOT = TLQ-ACCT-NUMBER
                               OR TL-SYMBOL NOT = WS-NEW-LOT-SYMBOL
                               OR TL-LOT-DATE NOT = WS-NEW-LOT-DATE
                           SET WS-SCAN-COMPLETE TO TRUE
                       ELSE
                           COMPUTE WS-NEW-LOT-SEQ = TL-LOT-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

      * a fresh open lot in the record area for the request
       BUILD-NEW-LOT.
           MOVE TLQ-SYMBOL TO WS-NEW-LOT-SYMBOL
           PERFORM ASSIGN-LOT-ID
           INITIALIZE TAX-LOT-RECORD
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE WS-NEW-LOT-DATE TO TL-LOT-DATE
           MOVE WS-NEW-LOT-SEQ TO TL-LOT-SEQ
           MOVE TLQ-CUSIP TO TL-CUSIP
           SET TL-OPEN TO TRUE
           MOVE WS-NEW-LOT-DATE TO TL-ACQ-DATE
           MOVE WS-NEW-LOT-DATE TO TL-HOLD-FROM-DATE
           MOVE TLQ-EXEC-ID TO TL-EXEC-ID
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY.

      ****************************************************************
      * O - CARRY IN AN UNCOVERED POSITION
      ****************************************************************
       CARRY-IN-POSITION.
           PERFORM LOAD-POSITION-LOTS
           IF TLQ-QUANTITY <= WS-LOTS-QTY
               EXIT PARAGRAPH
           END-IF
           MOVE TLQ-TRADE-DATE TO WS-NEW-LOT-DATE
           PERFORM BUILD-NEW-LOT
           COMPUTE TL-ORIG-QUANTITY = TLQ-QUANTITY - WS-LOTS-QTY
           MOVE TL-ORIG-QUANTITY TO TL-QUANTITY
           COMPUTE TL-ORIG-COST = TLQ-AMOUNT - WS-LOTS-COST
           IF TL-ORIG-COST < 0
               MOVE 0 TO TL-ORIG-COST
           END-IF
           MOVE TL-ORIG-COST TO TL-ADJ-COST
           MOVE "CARRIED IN" TO TL-EXEC-ID
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-WRITE.

      ****************************************************************
      * A - OPEN A LOT FOR A SETTLED BUY
      ****************************************************************
       ADD-BUY-LOT.
           IF TLQ-QUANTITY <= 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE TLQ-TRADE-DATE TO WS-NEW-LOT-DATE
           PERFORM BUILD-NEW-LOT
           MOVE TLQ-QUANTITY TO TL-ORIG-QUANTITY
           MOVE TLQ-QUANTITY TO TL-QUANTITY
           MOVE TLQ-AMOUNT TO TL-ORIG-COST
           MOVE TLQ-AMOUNT TO TL-ADJ-COST
           PERFORM CARRY-PENDING-WASH
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-WRITE.

      * loss sales in the thirty days before the buy whose loss
      * shares are not all matched yet: this lot's shares are their
      * replacement shares
       CARRY-PENDING-WASH.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TL-ACQ-DATE) - 30)
           MOVE "N" TO WS-SCAN-DONE
           MOVE TLQ-ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE WS-WINDOW-START TO TR-SALE-DATE
           MOVE LOW-VALUES TO TR-EXEC-ID
           MOVE LOW-VALUES TO TR-LOT-ID
           START RELIEF-FILE KEY >= TR-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ RELIEF-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF TR-ACCT-NUMBER NOT = TLQ-ACCT-NUMBER
                               OR TR-SALE-DATE > TL-ACQ-DATE
                               OR TL-WASH-SHARES >= TL-QUANTITY
                           SET WS-SCAN-COMPLETE TO TRUE
                       ELSE
                           IF TR-SYMBOL = TLQ-SYMBOL
                                   AND TR-GAIN-LOSS < 0
                                   AND TR-WASH-SHARES < TR-QUANTITY
                               PERFORM MATCH-ONE-PENDING-LOSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-ONE-PENDING-LOSS.
           COMPUTE WS-MATCH-QTY = TR-QUANTITY - TR-WASH-SHARES
           COMPUTE WS-AVAIL-SHARES = TL-QUANTITY - TL-WASH-SHARES
           IF WS-AVAIL-SHARES < WS-MATCH-QTY
               MOVE WS-AVAIL-SHARES TO WS-MATCH-QTY
           END-IF
           COMPUTE WS-DISALLOWED ROUNDED =
                   0 - TR-GAIN-LOSS * WS-MATCH-QTY / TR-QUANTITY
           IF WS-DISALLOWED > (0 - TR-GAIN-LOSS) - TR-WASH-DISALLOWED
               COMPUTE WS-DISALLOWED =
                       (0 - TR-GAIN-LOSS) - TR-WASH-DISALLOWED
           END-IF

           ADD WS-DISALLOWED TO TR-WASH-DISALLOWED
           ADD WS-MATCH-QTY TO TR-WASH-SHARES
           MOVE TL-LOT-ID TO TR-WASH-LOT-ID
           IF TR-REPORTED-DATE NOT = 0
               SET TLQ-WASH-AFTER-REPORT TO TRUE
           END-IF
           REWRITE TAX-LOT-RELIEF-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE

           ADD WS-DISALLOWED TO TL-ADJ-COST
           ADD WS-DISALLOWED TO TL-WASH-ADJUSTMENT
           ADD WS-MATCH-QTY TO TL-WASH-SHARES
           ADD WS-DISALLOWED TO TLQ-WASH-CARRIED
           MOVE TR-SALE-DATE TO WS-TACK-SALE-DATE
           MOVE TR-HOLD-FROM-DATE TO WS-SOLD-HOLD-FROM
           PERFORM TACK-HOLDING-PERIOD.

      * the replacement lot takes on the washed shares' holding
      * period: its start moves back by the days they were held
       TACK-HOLDING-PERIOD.
           COMPUTE WS-HELD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TACK-SALE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-SOLD-HOLD-FROM)
           IF WS-HELD-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TACKED-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TL-ACQ-DATE)
                 - WS-HELD-DAYS)
           IF WS-TACKED-DATE < TL-HOLD-FROM-DATE
               MOVE WS-TACKED-DATE TO TL-HOLD-FROM-DATE
           END-IF.

      ****************************************************************
      * R - RELIEVE LOTS FOR A SETTLED SELL
      ****************************************************************
       RELIEVE-FOR-SALE.
           IF TLQ-QUANTITY <= 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RELIEF-ELECTION
           PERFORM LOAD-POSITION-LOTS
           MOVE TLQ-QUANTITY TO WS-REMAIN-QTY

           IF WS-BY-SPECIFIC-LOT
               PERFORM TAKE-NAMED-LOT
           END-IF
           MOVE 1 TO WS-PICK-IDX
           PERFORM UNTIL WS-REMAIN-QTY <= 0 OR WS-PICK-IDX = 0
               PERFORM PICK-NEXT-LOT
               IF WS-PICK-IDX > 0
                   PERFORM TAKE-FROM-PICKED-LOT
               END-IF
           END-PERFORM
           MOVE WS-REMAIN-QTY TO TLQ-QTY-UNMATCHED

      * proceeds follow the shares: the matched share of the sale,
      * split across the lots, the last lot taking the rounding
           COMPUTE WS-MATCHED-PROCEEDS ROUNDED =
                   TLQ-AMOUNT * (TLQ-QUANTITY - WS-REMAIN-QTY)
                 / TLQ-QUANTITY
           MOVE WS-MATCHED-PROCEEDS TO WS-PROCEEDS-LEFT
           MOVE 0 TO WS-LAST-LEG-IDX
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-TAKE(WS-LT-IDX) > 0
                   MOVE WS-LT-IDX TO WS-LAST-LEG-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-TAKE(WS-LT-IDX) > 0
                   PERFORM RELIEVE-ONE-LOT
               END-IF
           END-PERFORM.

       READ-RELIEF-ELECTION.
           MOVE "F" TO WS-METHOD
           OPEN INPUT ELECTION-FILE
           IF NOT WS-LE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE TLQ-ACCT-NUMBER TO LE-ACCT-NUMBER
           READ ELECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LE-METHOD TO WS-METHOD
           END-READ
           CLOSE ELECTION-FILE.

      * specific identification: the named lot first; no lot named,
      * an unknown lot or too few shares in it and FIFO covers the
      * rest, flagged back to the caller
       TAKE-NAMED-LOT.
           MOVE 0 TO WS-PICK-IDX
           IF TLQ-LOT-ID NOT = SPACES
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
                   IF WS-LT-ID(WS-LT-IDX) = TLQ-LOT-ID
                       MOVE WS-LT-IDX TO WS-PICK-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PICK-IDX > 0
               PERFORM TAKE-FROM-PICKED-LOT
           END-IF
           IF WS-REMAIN-QTY > 0
               SET TLQ-NAMED-LOT-SHORT TO TRUE
           END-IF.

      * FIFO (and the specific-lot shortfall) takes the oldest lot
      * with shares left; highest cost takes the dearest per share
       PICK-NEXT-LOT.
           MOVE 0 TO WS-PICK-IDX
           MOVE -1 TO WS-HIGH-UNIT-COST
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-LEFT(WS-LT-IDX) > 0
                   IF WS-BY-HIGHEST-COST
                       IF WS-LT-UNIT-COST(WS-LT-IDX)
                               > WS-HIGH-UNIT-COST
                           MOVE WS-LT-UNIT-COST(WS-LT-IDX)
                               TO WS-HIGH-UNIT-COST
                           MOVE WS-LT-IDX TO WS-PICK-IDX
                       END-IF
                   ELSE
                       IF WS-PICK-IDX = 0
                           MOVE WS-LT-IDX TO WS-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-FROM-PICKED-LOT.
           IF WS-LT-LEFT(WS-PICK-IDX) >= WS-REMAIN-QTY
               MOVE WS-REMAIN-QTY TO WS-TAKE-QTY
           ELSE
               MOVE WS-LT-LEFT(WS-PICK-IDX) TO WS-TAKE-QTY
           END-IF
           ADD WS-TAKE-QTY TO WS-LT-TAKE(WS-PICK-IDX)
           SUBTRACT WS-TAKE-QTY FROM WS-LT-LEFT(WS-PICK-IDX)
           SUBTRACT WS-TAKE-QTY FROM WS-REMAIN-QTY.

      * one lot leg of the sale: relieve the lot, work out the
      * gain and term, hunt replacement shares for a loss, and
      * write the relief row
       RELIEVE-ONE-LOT.
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE WS-LT-ID(WS-LT-IDX) TO TL-LOT-ID
           READ TAX-LOT-FILE
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-LT-TAKE(WS-LT-IDX) TO WS-TAKE-QTY
           IF WS-TAKE-QTY >= TL-QUANTITY
               MOVE TL-ADJ-COST TO WS-TAKE-COST
           ELSE
               COMPUTE WS-TAKE-COST ROUNDED =
                       TL-ADJ-COST * WS-TAKE-QTY / TL-QUANTITY
           END-IF
           IF WS-LT-IDX = WS-LAST-LEG-IDX
               MOVE WS-PROCEEDS-LEFT TO WS-TAKE-PROCEEDS
           ELSE
               COMPUTE WS-TAKE-PROCEEDS ROUNDED =
                       TLQ-AMOUNT * WS-TAKE-QTY / TLQ-QUANTITY
           END-IF
           SUBTRACT WS-TAKE-PROCEEDS FROM WS-PROCEEDS-LEFT

           SUBTRACT WS-TAKE-QTY FROM TL-QUANTITY
           SUBTRACT WS-TAKE-COST FROM TL-ADJ-COST
           IF TL-WASH-SHARES > TL-QUANTITY
               MOVE TL-QUANTITY TO TL-WASH-SHARES
           END-IF
           IF TL-QUANTITY <= 0
               SET TL-CLOSED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY
           REWRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE
           ADD WS-TAKE-COST TO TLQ-BASIS-RELIEVED

           INITIALIZE TAX-LOT-RELIEF-RECORD
           MOVE TLQ-ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE TLQ-TRADE-DATE TO TR-SALE-DATE
           MOVE TLQ-EXEC-ID TO TR-EXEC-ID
           MOVE TL-LOT-ID TO TR-LOT-ID
           MOVE TLQ-SYMBOL TO TR-SYMBOL
           MOVE TL-CUSIP TO TR-CUSIP
           MOVE WS-METHOD TO TR-METHOD
           MOVE TL-ACQ-DATE TO TR-ACQ-DATE
           MOVE TL-HOLD-FROM-DATE TO TR-HOLD-FROM-DATE
           COMPUTE WS-HELD-DAYS =
                   FUNCTION INTEGER-OF-DATE(TR-SALE-DATE)
                 - FUNCTION INTEGER-OF-DATE(TR-HOLD-FROM-DATE)
           IF WS-HELD-DAYS > 365
               SET TR-LONG-TERM TO TRUE
           ELSE
               SET TR-SHORT-TERM TO TRUE
           END-IF
           MOVE WS-TAKE-QTY TO TR-QUANTITY
           MOVE WS-TAKE-PROCEEDS TO TR-PROCEEDS
           MOVE WS-TAKE-COST TO TR-COST-BASIS
           COMPUTE TR-GAIN-LOSS = WS-TAKE-PROCEEDS - WS-TAKE-COST

           IF TR-GAIN-LOSS < 0
               MOVE TR-SALE-DATE TO WS-TACK-SALE-DATE
               MOVE TL-HOLD-FROM-DATE TO WS-SOLD-HOLD-FROM
               PERFORM WASH-AGAINST-PRIOR-BUYS
           END-IF
           PERFORM WRITE-RELIEF-ROW.

      * replacement shares bought in the thirty days up to the
      * sale, in this position, not the lot sold and not shares
      * leaving in this same sale; later buys are caught as they
      * settle (CARRY-PENDING-WASH)
       WASH-AGAINST-PRIOR-BUYS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TR-SALE-DATE) - 30)
           COMPUTE WS-LOSS-LEFT = 0 - TR-GAIN-LOSS
           MOVE TR-QUANTITY TO WS-LOSS-SHARES-LEFT
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-LT-COUNT
                       OR WS-LOSS-SHARES-LEFT <= 0
               IF WS-RP-IDX NOT = WS-LT-IDX
                       AND WS-LT-ACQ-DATE(WS-RP-IDX)
                           >= WS-WINDOW-START
                       AND WS-LT-ACQ-DATE(WS-RP-IDX)
                           <= TR-SALE-DATE
                       AND WS-LT-LEFT(WS-RP-IDX)
                           > WS-LT-WASHED(WS-RP-IDX)
                   PERFORM CARRY-LOSS-TO-LOT
               END-IF
           END-PERFORM.

       CARRY-LOSS-TO-LOT.
           COMPUTE WS-MATCH-QTY =
                   WS-LT-LEFT(WS-RP-IDX) - WS-LT-WASHED(WS-RP-IDX)
           IF WS-MATCH-QTY > WS-LOSS-SHARES-LEFT
               MOVE WS-LOSS-SHARES-LEFT TO WS-MATCH-QTY
           END-IF
           IF WS-MATCH-QTY = WS-LOSS-SHARES-LEFT
               MOVE WS-LOSS-LEFT TO WS-DISALLOWED
           ELSE
               COMPUTE WS-DISALLOWED ROUNDED =
                       (0 - TR-GAIN-LOSS) * WS-MATCH-QTY
                     / TR-QUANTITY
           END-IF

           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE WS-LT-ID(WS-RP-IDX) TO TL-LOT-ID
           READ TAX-LOT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-DISALLOWED TO TL-ADJ-COST
           ADD WS-DISALLOWED TO TL-WASH-ADJUSTMENT
           ADD WS-MATCH-QTY TO TL-WASH-SHARES
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY
           PERFORM TACK-HOLDING-PERIOD
           REWRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE

           ADD WS-MATCH-QTY TO WS-LT-WASHED(WS-RP-IDX)
           SUBTRACT WS-MATCH-QTY FROM WS-LOSS-SHARES-LEFT
           SUBTRACT WS-DISALLOWED FROM WS-LOSS-LEFT
           ADD WS-DISALLOWED TO TR-WASH-DISALLOWED
           ADD WS-MATCH-QTY TO TR-WASH-SHARES
           MOVE TL-LOT-ID TO TR-WASH-LOT-ID
           ADD WS-DISALLOWED TO TLQ-WASH-CARRIED.

      * two allocations of one execution to the same account can
      * relieve the same lot: the second folds into the first row
       WRITE-RELIEF-ROW.
           WRITE TAX-LOT-RELIEF-RECORD
               INVALID KEY
                   PERFORM FOLD-INTO-RELIEF-ROW
           END-WRITE.

       FOLD-INTO-RELIEF-ROW.
           MOVE TR-WASH-DISALLOWED TO WS-FOLD-DISALLOWED
           MOVE TR-WASH-SHARES TO WS-FOLD-WASH-SHARES
           MOVE TR-WASH-LOT-ID TO WS-FOLD-WASH-LOT-ID
           READ RELIEF-FILE
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-TAKE-QTY TO TR-QUANTITY
           ADD WS-TAKE-PROCEEDS TO TR-PROCEEDS
           ADD WS-TAKE-COST TO TR-COST-BASIS
           COMPUTE TR-GAIN-LOSS = TR-PROCEEDS - TR-COST-BASIS
           ADD WS-FOLD-DISALLOWED TO TR-WASH-DISALLOWED
           ADD WS-FOLD-WASH-SHARES TO TR-WASH-SHARES
           IF WS-FOLD-WASH-LOT-ID NOT = SPACES
               MOVE WS-FOLD-WASH-LOT-ID TO TR-WASH-LOT-ID
           END-IF
           REWRITE TAX-LOT-RELIEF-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

      ****************************************************************
      * S - SPLIT: SCALE THE OPEN LOTS
      ****************************************************************
       SPLIT-POSITION-LOTS.
           IF TLQ-RATIO = 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POSITION-LOTS
           MOVE 0 TO WS-SPLIT-TOTAL
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               PERFORM SPLIT-ONE-LOT
           END-PERFORM
      * rounding: the newest lot absorbs the difference from the
      * position's post-split shares
           IF WS-LT-COUNT > 0 AND TLQ-QUANTITY > 0
                   AND WS-SPLIT-TOTAL NOT = TLQ-QUANTITY
               MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
               MOVE TLQ-SYMBOL TO TL-SYMBOL
               MOVE WS-LT-ID(WS-LT-COUNT) TO TL-LOT-ID
               READ TAX-LOT-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               COMPUTE TL-QUANTITY =
                       TL-QUANTITY + TLQ-QUANTITY - WS-SPLIT-TOTAL
               IF TL-QUANTITY > 0
                   REWRITE TAX-LOT-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

       SPLIT-ONE-LOT.
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE WS-LT-ID(WS-LT-IDX) TO TL-LOT-ID
           READ TAX-LOT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SPLIT-QTY ROUNDED = TL-QUANTITY * TLQ-RATIO
           MOVE WS-SPLIT-QTY TO TL-QUANTITY
           COMPUTE WS-SPLIT-QTY ROUNDED =
                   TL-ORIG-QUANTITY * TLQ-RATIO
           MOVE WS-SPLIT-QTY TO TL-ORIG-QUANTITY
           COMPUTE WS-SPLIT-QTY ROUNDED = TL-WASH-SHARES * TLQ-RATIO
           MOVE WS-SPLIT-QTY TO TL-WASH-SHARES
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY
           ADD TL-QUANTITY TO WS-SPLIT-TOTAL
           REWRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

      ****************************************************************
      * K - SYMBOL CHANGE: MOVE EVERY LOT TO THE NEW SYMBOL
      ****************************************************************
       REKEY-POSITION-LOTS.
           IF TLQ-NEW-SYMBOL = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LOAD-CLOSED
           PERFORM LOAD-POSITION-LOTS
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               PERFORM REKEY-ONE-LOT
           END-PERFORM
           MOVE "N" TO WS-LOAD-CLOSED.

      * a lot id already taken under the new symbol (the account
      * held both) gets the next sequence for its date there
       REKEY-ONE-LOT.
           MOVE TLQ-ACCT-NUMBER TO TL-ACCT-NUMBER
           MOVE TLQ-SYMBOL TO TL-SYMBOL
           MOVE WS-LT-ID(WS-LT-IDX) TO TL-LOT-ID
           READ TAX-LOT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TAX-LOT-RECORD TO WS-HELD-LOT
           DELETE TAX-LOT-FILE RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE
           MOVE WS-HELD-LOT TO TAX-LOT-RECORD
           MOVE TLQ-NEW-SYMBOL TO TL-SYMBOL
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   PERFORM REKEY-UNDER-NEW-SEQ
           END-WRITE.

       REKEY-UNDER-NEW-SEQ.
           MOVE TLQ-NEW-SYMBOL TO WS-NEW-LOT-SYMBOL
           MOVE TL-LOT-DATE TO WS-NEW-LOT-DATE
           PERFORM ASSIGN-LOT-ID
           MOVE WS-HELD-LOT TO TAX-LOT-RECORD
           MOVE TLQ-NEW-SYMBOL TO TL-SYMBOL
           MOVE WS-NEW-LOT-SEQ TO TL-LOT-SEQ
           MOVE WS-RUN-DATE TO TL-LAST-ACTIVITY
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-WRITE.

      * confirmations, and applies only the trades that actually
      * settled to the position master: a buy adds each
      * allocation's quantity and net amount to the account/symbol
      * row and opens a tax lot for it; a sell takes quantity out
      * and relieves the adjusted cost of the lots TAXLOT picks by
      * the account's relief election (FIFO, highest cost, or the
      * lot named on the allocation). A wash-sale loss TAXLOT
      * carries into a replacement lot goes onto the position's
      * basis too, so a position and its lots always agree. Should
      * TAXLOT fail, the allocation still posts - a sell relieving
      * basis in proportion - and the run ends RC=4 so the lots
      * can be put right; so does a wash sale found against a sale
      * the 1099-B already reported, which needs a corrected form.
      * Unsettled trades stay in TRDFAILS' world and never touch a
      * position. Each allocation applied is logged
      * to the brokerage activity file for the account's monthly
      * statement (BRKSTMT), dated by the trade's settlement.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "BRKACTV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       COPY "position-master.cpy".

       FD  ACTIVITY-FILE.
       COPY "brokerage-activity.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRD-STATUS         PIC X(2).
           88  WS-TRD-EOF            VALUE "10".
       01  WS-POS-STATUS         PIC X(2).
           88  WS-POS-OK             VALUE "00".
           88  WS-POS-NOT-FOUND      VALUE "23", "35".
       01  WS-BA-STATUS          PIC X(2).
           88  WS-BA-NOT-FOUND       VALUE "23", "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TRADES-READ         PIC 9(9) COMP VALUE 0.
       01  WS-TRADES-SETTLED      PIC 9(9) COMP VALUE 0.
       01  WS-TRADES-UNSETTLED    PIC 9(9) COMP VALUE 0.
       01  WS-POSITIONS-TOUCHED   PIC 9(9) COMP VALUE 0.
       01  WS-LOT-EXCEPTIONS      PIC 9(9) COMP VALUE 0.
       01  WS-LOT-FALLBACKS       PIC 9(9) COMP VALUE 0.
       01  WS-LATE-WASHES         PIC 9(9) COMP VALUE 0.

      * settled exec ids loaded up front for the match
       01  WS-SC-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".

      * the tax-lot subledger (TAXLOT)
       01  WS-LOT-RETURN-CODE     PIC 9(2).
       COPY "tax-lot-request.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           OPEN I-O ACTIVITY-FILE
           IF WS-BA-NOT-FOUND
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN I-O ACTIVITY-FILE
           END-IF

           PERFORM UNTIL WS-TRD-EOF
               READ TRADE-IN
           END-PERFORM

           CLOSE POSITION-MASTER
           CLOSE ACTIVITY-FILE
           CLOSE TRADE-IN

           DISPLAY "POSUPDT: TRADES READ       = " WS-TRADES-READ
               WS-TRADES-UNSETTLED
           DISPLAY "POSUPDT: POSITIONS TOUCHED = "
               WS-POSITIONS-TOUCHED
           DISPLAY "POSUPDT: LOT EXCEPTIONS    = " WS-LOT-EXCEPTIONS
           DISPLAY "POSUPDT: NAMED LOT SHORT   = " WS-LOT-FALLBACKS
           DISPLAY "POSUPDT: WASH AFTER 1099-B = " WS-LATE-WASHES
           IF WS-LOT-EXCEPTIONS > 0 OR WS-LATE-WASHES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

                   MOVE ST-CUSIP TO POS-CUSIP
           END-READ

      * a position held before the subledger gets its lot first
           IF WS-HAVE-ROW AND POS-QUANTITY > 0
               PERFORM CARRY-IN-POSITION-LOTS
           END-IF

           IF ST-BUY
               PERFORM OPEN-BUY-LOT
               ADD ST-ALLOC-QTY(WS-ALLOC-IDX) TO POS-QUANTITY
               ADD ST-ALLOC-AMOUNT(WS-ALLOC-IDX) TO POS-COST-BASIS
           ELSE
               PERFORM RELIEVE-SELL-LOTS
               SUBTRACT ST-ALLOC-QTY(WS-ALLOC-IDX)
                   FROM POS-QUANTITY
               SUBTRACT WS-RELIEF-BASIS FROM POS-COST-BASIS
           END-IF
           ADD TLQ-WASH-CARRIED TO POS-COST-BASIS
           MOVE ST-TRADE-DATE TO POS-LAST-TRADE-DATE
           MOVE WS-RUN-DATE TO POS-LAST-UPDATE

                       CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-POSITIONS-TOUCHED
           PERFORM LOG-TRADE-ACTIVITY.

       CARRY-IN-POSITION-LOTS.
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-CARRY-IN TO TRUE
           PERFORM FILL-LOT-REQUEST
           MOVE POS-LAST-TRADE-DATE TO TLQ-TRADE-DATE
           MOVE POS-QUANTITY TO TLQ-QUANTITY
           MOVE POS-COST-BASIS TO TLQ-AMOUNT
           CALL "TAXLOT" USING TAX-LOT-REQUEST
                               WS-LOT-RETURN-CODE
           IF WS-LOT-RETURN-CODE NOT = 0
               ADD 1 TO WS-LOT-EXCEPTIONS
           END-IF.

       OPEN-BUY-LOT.
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-ADD-LOT TO TRUE
           PERFORM FILL-LOT-REQUEST
           CALL "TAXLOT" USING TAX-LOT-REQUEST
                               WS-LOT-RETURN-CODE
           IF WS-LOT-RETURN-CODE NOT = 0
               ADD 1 TO WS-LOT-EXCEPTIONS
               MOVE 0 TO TLQ-WASH-CARRIED
           END-IF
           IF TLQ-WASH-AFTER-REPORT
               ADD 1 TO WS-LATE-WASHES
           END-IF.

      * the basis relieved is the relieved lots' adjusted cost;
      * without the lots, the old proportional relief stands in
       RELIEVE-SELL-LOTS.
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-RELIEVE TO TRUE
           PERFORM FILL-LOT-REQUEST
           MOVE ST-ALLOC-LOT-ID(WS-ALLOC-IDX) TO TLQ-LOT-ID
           CALL "TAXLOT" USING TAX-LOT-REQUEST
                               WS-LOT-RETURN-CODE
           IF WS-LOT-RETURN-CODE = 0
               MOVE TLQ-BASIS-RELIEVED TO WS-RELIEF-BASIS
               IF TLQ-NAMED-LOT-SHORT
                   ADD 1 TO WS-LOT-FALLBACKS
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOT-EXCEPTIONS
           MOVE 0 TO TLQ-WASH-CARRIED
           IF POS-QUANTITY > 0
               COMPUTE WS-RELIEF-BASIS ROUNDED =
                       POS-COST-BASIS
                     * ST-ALLOC-QTY(WS-ALLOC-IDX)
                     / POS-QUANTITY
           ELSE
               MOVE 0 TO WS-RELIEF-BASIS
           END-IF.

       FILL-LOT-REQUEST.
           MOVE ST-ALLOC-ACCT(WS-ALLOC-IDX) TO TLQ-ACCT-NUMBER
           MOVE ST-SYMBOL TO TLQ-SYMBOL
           MOVE ST-CUSIP TO TLQ-CUSIP
           MOVE ST-TRADE-DATE TO TLQ-TRADE-DATE
           MOVE ST-EXEC-ID TO TLQ-EXEC-ID
           MOVE ST-ALLOC-QTY(WS-ALLOC-IDX) TO TLQ-QUANTITY
           MOVE ST-ALLOC-AMOUNT(WS-ALLOC-IDX) TO TLQ-AMOUNT.

      * two allocations of one execution to the same account fold
      * into the one activity row
       LOG-TRADE-ACTIVITY.
           MOVE ST-ALLOC-ACCT(WS-ALLOC-IDX) TO BA-ACCT-NUMBER
           MOVE ST-SETTLE-DATE TO BA-DATE
           IF BA-DATE = 0
               MOVE WS-RUN-DATE TO BA-DATE
           END-IF
           MOVE ST-EXEC-ID TO BA-REFERENCE
           READ ACTIVITY-FILE
               INVALID KEY
                   INITIALIZE BROKERAGE-ACTIVITY-RECORD
                   MOVE ST-ALLOC-ACCT(WS-ALLOC-IDX) TO BA-ACCT-NUMBER
                   MOVE ST-SETTLE-DATE TO BA-DATE
                   IF BA-DATE = 0
                       MOVE WS-RUN-DATE TO BA-DATE
                   END-IF
                   MOVE ST-EXEC-ID TO BA-REFERENCE
                   IF ST-BUY
                       SET BA-BUY TO TRUE
                   ELSE
                       SET BA-SELL TO TRUE
                   END-IF
                   MOVE ST-SYMBOL TO BA-SYMBOL
                   MOVE ST-TRADE-DATE TO BA-TRADE-DATE
                   MOVE ST-ALLOC-QTY(WS-ALLOC-IDX) TO BA-QUANTITY
                   MOVE ST-ALLOC-PRICE(WS-ALLOC-IDX) TO BA-PRICE
                   MOVE ST-ALLOC-AMOUNT(WS-ALLOC-IDX) TO BA-AMOUNT
                   WRITE BROKERAGE-ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD ST-ALLOC-QTY(WS-ALLOC-IDX) TO BA-QUANTITY
                   ADD ST-ALLOC-AMOUNT(WS-ALLOC-IDX) TO BA-AMOUNT
                   REWRITE BROKERAGE-ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

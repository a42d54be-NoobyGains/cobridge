      *         through TXNPOST. The posted total must equal the
      *         pass-one proof or the run ends RC=8 - a dividend
      *         run that cannot prove its cash does not post.
      *         Each payment is logged to the brokerage activity
      *         file for the holder's monthly statement (BRKSTMT).
      *   SPL - stock split: quantity scales by the ratio, cost
      *         basis unchanged; the position's tax lots scale with
      *         it (TAXLOT)
      *   SYM - symbol change: each position, and its tax lots,
      *         re-keyed to the new symbol
      * A position held before the tax-lot subledger has its lot
      * carried in first. A lot update that fails is reported and
      * ends the run RC=4; the position itself is still adjusted.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACTION-RPT ASSIGN TO "CORPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "BRKACTV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-RPT.
       01  ACTION-RPT-LINE           PIC X(132).

       FD  ACTIVITY-FILE.
       COPY "brokerage-activity.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ANN-STATUS         PIC X(2).
           88  WS-ANN-EOF            VALUE "10".
           88  WS-POS-OK             VALUE "00".
           88  WS-POS-EOF            VALUE "10".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-BA-STATUS          PIC X(2).
           88  WS-BA-NOT-FOUND       VALUE "23", "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACTIONS-READ        PIC 9(9) COMP VALUE 0.
       01  WS-ACTIONS-APPLIED     PIC 9(9) COMP VALUE 0.
       01  WS-PROOF-FAILED        PIC X(1) VALUE "N".
           88  WS-ANY-PROOF-FAILED   VALUE "Y".
       01  WS-LOT-EXCEPTIONS      PIC 9(9) COMP VALUE 0.

      * dividend proof: pass-one expected cash, pass-two posted
       01  WS-EXPECTED-CASH       PIC S9(13)V99 COMP-3.
           05  WS-HELD-BASIS          PIC S9(13)V99 COMP-3.
           05  WS-HELD-TRADE-DATE     PIC 9(8).
           05  WS-HELD-UPDATE         PIC 9(8).
           05  WS-HELD-MARKET-PRICE   PIC S9(7)V9(4) COMP-3.
           05  WS-HELD-MARKET-VALUE   PIC S9(13)V99 COMP-3.
           05  WS-HELD-DAY-CHANGE     PIC S9(13)V99 COMP-3.
           05  WS-HELD-PRICE-DATE     PIC 9(8).
           05  WS-HELD-PRICE-STALE    PIC X(1).

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       01  WS-LOT-RETURN-CODE     PIC 9(2).
       COPY "tax-lot-request.cpy".
       COPY "retcodes.cpy".
       COPY "transaction.cpy".

           END-IF
           OPEN I-O POSITION-MASTER
           OPEN OUTPUT ACTION-RPT
           OPEN I-O ACTIVITY-FILE
           IF WS-BA-NOT-FOUND
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN I-O ACTIVITY-FILE
           END-IF

           PERFORM UNTIL WS-ANN-EOF
               READ ANNOUNCE-IN
           END-PERFORM

           CLOSE ACTION-RPT
           CLOSE ACTIVITY-FILE
           CLOSE POSITION-MASTER
           CLOSE ANNOUNCE-IN

           DISPLAY "CORPACT: ACTIONS READ    = " WS-ACTIONS-READ
           DISPLAY "CORPACT: ACTIONS APPLIED = " WS-ACTIONS-APPLIED
           DISPLAY "CORPACT: LOT EXCEPTIONS  = " WS-LOT-EXCEPTIONS
           IF WS-LOT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ANY-PROOF-FAILED
               DISPLAY "CORPACT: DIVIDEND PROOF FAILED - SEE REPORT"
               MOVE 8 TO RETURN-CODE
                                WS-TXN-RETURN-CODE
           IF WS-TXN-RETURN-CODE = 0
               ADD WS-ONE-DIVIDEND TO WS-POSTED-CASH
               PERFORM LOG-DIVIDEND-ACTIVITY
           ELSE
               STRING "DIV POST FAILED RC=" WS-TXN-RETURN-CODE
                      " ACCT=" POS-ACCT-NUMBER
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF POS-SYMBOL = CA-SYMBOL
                           PERFORM CARRY-IN-POSITION-LOTS
                           COMPUTE WS-NEW-QTY ROUNDED =
                                   POS-QUANTITY * CA-RATE
                           MOVE WS-NEW-QTY TO POS-QUANTITY
                           PERFORM SPLIT-POSITION-LOTS
                           MOVE WS-RUN-DATE TO POS-LAST-UPDATE
                           REWRITE POSITION-MASTER-RECORD
                               INVALID KEY
           WRITE ACTION-RPT-LINE.

       REKEY-ONE-POSITION.
           PERFORM CARRY-IN-POSITION-LOTS
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-REKEY TO TRUE
           MOVE POS-ACCT-NUMBER TO TLQ-ACCT-NUMBER
           MOVE POS-SYMBOL TO TLQ-SYMBOL
           MOVE CA-NEW-SYMBOL TO TLQ-NEW-SYMBOL
           PERFORM CALL-TAX-LOTS
           MOVE POSITION-MASTER-RECORD TO WS-HELD-POSITION
           DELETE POSITION-MASTER RECORD
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * lots for any shares a position holds that its lots do not
      * yet cover, before the action moves them
       CARRY-IN-POSITION-LOTS.
           IF POS-QUANTITY <= 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-CARRY-IN TO TRUE
           MOVE POS-ACCT-NUMBER TO TLQ-ACCT-NUMBER
           MOVE POS-SYMBOL TO TLQ-SYMBOL
           MOVE POS-CUSIP TO TLQ-CUSIP
           MOVE POS-LAST-TRADE-DATE TO TLQ-TRADE-DATE
           MOVE POS-QUANTITY TO TLQ-QUANTITY
           MOVE POS-COST-BASIS TO TLQ-AMOUNT
           PERFORM CALL-TAX-LOTS.

       SPLIT-POSITION-LOTS.
           INITIALIZE TAX-LOT-REQUEST
           SET TLQ-SPLIT TO TRUE
           MOVE POS-ACCT-NUMBER TO TLQ-ACCT-NUMBER
           MOVE POS-SYMBOL TO TLQ-SYMBOL
           MOVE CA-RATE TO TLQ-RATIO
           MOVE POS-QUANTITY TO TLQ-QUANTITY
           PERFORM CALL-TAX-LOTS.

       CALL-TAX-LOTS.
           CALL "TAXLOT" USING TAX-LOT-REQUEST
                               WS-LOT-RETURN-CODE
           IF WS-LOT-RETURN-CODE NOT = 0
               ADD 1 TO WS-LOT-EXCEPTIONS
               MOVE SPACES TO ACTION-RPT-LINE
               STRING "LOT UPDATE FAILED RC=" WS-LOT-RETURN-CODE
                      " FUNCTION=" TLQ-FUNCTION
                      " ACCT=" TLQ-ACCT-NUMBER
                      " SYMBOL=" TLQ-SYMBOL
                   DELIMITED BY SIZE INTO ACTION-RPT-LINE
               WRITE ACTION-RPT-LINE
           END-IF.

       LOG-DIVIDEND-ACTIVITY.
           INITIALIZE BROKERAGE-ACTIVITY-RECORD
           MOVE POS-ACCT-NUMBER TO BA-ACCT-NUMBER
           MOVE WS-RUN-DATE TO BA-DATE
           MOVE TXN-ID TO BA-REFERENCE
           SET BA-DIVIDEND TO TRUE
           MOVE CA-SYMBOL TO BA-SYMBOL
           MOVE CA-PAY-DATE TO BA-TRADE-DATE
           MOVE POS-QUANTITY TO BA-QUANTITY
           MOVE CA-RATE TO BA-PRICE
           MOVE WS-ONE-DIVIDEND TO BA-AMOUNT
           WRITE BROKERAGE-ACTIVITY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCLOAD.

      ****************************************************************
      * DAILY BATCH (after POSUPDT and CORPACT): security pricing and
      * mark to market. Loads the pricing vendor's closing-price
      * file (PRICEIN: symbol in 1-8, CUSIP in 9-17, close in 18-28
      * as 9(7)V9(4), price date in 29-36) into the SECPRICE file,
      * rolling each security's previous close into the prior
      * close when a newer price arrives. Then marks every position
      * on the position master to market: quantity times close,
      * and the day's change against the prior close.
      * A position whose security has no price on file, or only a
      * price older than the day's (the latest date on the vendor
      * file), keeps its last price, is flagged stale and shows no
      * change for the day; each such security is listed once on
      * the exception report (PRCEXCP) with the positions it
      * touches, and the run ends RC=4. A missing vendor file marks
      * nothing and ends RC=8.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-IN ASSIGN TO "PRICEIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT PRICE-FILE ASSIGN TO "SECPRICE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SP-SYMBOL
               ALTERNATE RECORD KEY IS SP-CUSIP
                   WITH DUPLICATES
               FILE STATUS IS WS-SP-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "POSMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.
           SELECT EXCEPTION-RPT ASSIGN TO "PRCEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-IN.
       01  PRICE-IN-RECORD.
           05  PI-SYMBOL             PIC X(8).
           05  PI-CUSIP              PIC X(9).
           05  PI-CLOSE-PRICE        PIC 9(7)V9(4).
           05  PI-PRICE-DATE         PIC 9(8).

       FD  PRICE-FILE.
       COPY "security-price.cpy".

       FD  POSITION-MASTER.
       COPY "position-master.cpy".

       FD  EXCEPTION-RPT.
       01  EXCEPTION-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PIN-STATUS         PIC X(2).
           88  WS-PIN-EOF            VALUE "10".
           88  WS-PIN-MISSING        VALUE "35".
       01  WS-SP-STATUS          PIC X(2).
           88  WS-SP-OK              VALUE "00".
           88  WS-SP-NOT-FOUND       VALUE "23", "35".
       01  WS-POS-STATUS         PIC X(2).
           88  WS-POS-OK             VALUE "00".
           88  WS-POS-EOF            VALUE "10".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-HAVE-POSMAST       PIC X(1) VALUE "N".
           88  WS-POSMAST-UP         VALUE "Y".

       01  WS-RUN-DATE            PIC 9(8).
      * the day being priced: the latest date on the vendor file
       01  WS-PRICING-DATE        PIC 9(8) VALUE 0.
       01  WS-PRICES-READ         PIC 9(9) COMP VALUE 0.
       01  WS-PRICES-LOADED       PIC 9(9) COMP VALUE 0.
       01  WS-PRICES-REJECTED     PIC 9(9) COMP VALUE 0.
       01  WS-POSITIONS-MARKED    PIC 9(9) COMP VALUE 0.
       01  WS-POSITIONS-STALE     PIC 9(9) COMP VALUE 0.
       01  WS-BOOK-VALUE          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-BOOK-CHANGE         PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-PRICE-FOUND         PIC X(1).
           88  WS-HAVE-PRICE          VALUE "Y".

      * each stale security once, with the positions it leaves
      * unpriced, for the exception report
       01  WS-STALE-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-STALE-IDX           PIC 9(4) COMP.
       01  WS-STALE-TABLE.
           05  WS-STALE-ENTRY         OCCURS 500 TIMES.
               10  WS-STALE-SYMBOL        PIC X(8).
               10  WS-STALE-CUSIP         PIC X(9).
               10  WS-STALE-PRICE-DATE    PIC 9(8).
               10  WS-STALE-POSITIONS     PIC 9(5) COMP.
       01  WS-STALE-FOUND         PIC X(1).
           88  WS-STALE-LISTED        VALUE "Y".

       01  WS-POS-DISPLAY         PIC Z(4)9.
       01  WS-VALUE-DISPLAY       PIC -Z(14)9.99.
       01  WS-CHANGE-DISPLAY      PIC -Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT PRICE-IN
           IF WS-PIN-MISSING
               DISPLAY "PRCLOAD: NO PRICE FILE - POSITIONS NOT MARKED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PRICE-FILE
           IF WS-SP-NOT-FOUND
               OPEN OUTPUT PRICE-FILE
               CLOSE PRICE-FILE
               OPEN I-O PRICE-FILE
           END-IF
           OPEN OUTPUT EXCEPTION-RPT

           PERFORM UNTIL WS-PIN-EOF
               READ PRICE-IN
                   AT END
                       SET WS-PIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRICES-READ
                       PERFORM LOAD-ONE-PRICE
               END-READ
           END-PERFORM
           CLOSE PRICE-IN

           MOVE SPACES TO EXCEPTION-LINE
           STRING "PRCLOAD STALE-PRICE EXCEPTIONS  PRICING DATE "
                  WS-PRICING-DATE "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           OPEN I-O POSITION-MASTER
           IF WS-POS-OK
               MOVE "Y" TO WS-HAVE-POSMAST
               PERFORM MARK-THE-BOOK
               CLOSE POSITION-MASTER
           END-IF
           PERFORM REPORT-STALE-PRICES

           CLOSE EXCEPTION-RPT
           CLOSE PRICE-FILE

           MOVE WS-BOOK-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-BOOK-CHANGE TO WS-CHANGE-DISPLAY
           DISPLAY "PRCLOAD: PRICING DATE      = " WS-PRICING-DATE
           DISPLAY "PRCLOAD: PRICES READ       = " WS-PRICES-READ
           DISPLAY "PRCLOAD: PRICES LOADED     = " WS-PRICES-LOADED
           DISPLAY "PRCLOAD: PRICES REJECTED   = " WS-PRICES-REJECTED
           DISPLAY "PRCLOAD: POSITIONS MARKED  = " WS-POSITIONS-MARKED
           DISPLAY "PRCLOAD: POSITIONS STALE   = " WS-POSITIONS-STALE
           DISPLAY "PRCLOAD: STALE SECURITIES  = " WS-STALE-COUNT
           DISPLAY "PRCLOAD: MARKET VALUE      = " WS-VALUE-DISPLAY
           DISPLAY "PRCLOAD: CHANGE ON DAY     = " WS-CHANGE-DISPLAY
           IF NOT WS-POSMAST-UP
               DISPLAY "PRCLOAD: POSITION MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STALE-COUNT > 0 OR WS-PRICES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * a newer close pushes the one on file into the prior close;
      * a second price for the same day corrects the close and
      * leaves the prior alone; an older one is ignored
       LOAD-ONE-PRICE.
           IF PI-SYMBOL = SPACES
                   OR PI-CLOSE-PRICE NOT NUMERIC
                   OR PI-PRICE-DATE NOT NUMERIC
               PERFORM REJECT-ONE-PRICE
               EXIT PARAGRAPH
           END-IF
           IF PI-CLOSE-PRICE = 0 OR PI-PRICE-DATE = 0
               PERFORM REJECT-ONE-PRICE
               EXIT PARAGRAPH
           END-IF
           IF PI-PRICE-DATE > WS-PRICING-DATE
               MOVE PI-PRICE-DATE TO WS-PRICING-DATE
           END-IF

           MOVE PI-SYMBOL TO SP-SYMBOL
           READ PRICE-FILE
               INVALID KEY
                   INITIALIZE SECURITY-PRICE-RECORD
                   MOVE PI-SYMBOL TO SP-SYMBOL
                   MOVE PI-CUSIP TO SP-CUSIP
                   MOVE PI-CLOSE-PRICE TO SP-CLOSE-PRICE
                   MOVE PI-PRICE-DATE TO SP-PRICE-DATE
                   MOVE WS-RUN-DATE TO SP-LAST-LOAD-DATE
                   WRITE SECURITY-PRICE-RECORD
                       INVALID KEY
                           PERFORM REJECT-ONE-PRICE
                           EXIT PARAGRAPH
                   END-WRITE
                   ADD 1 TO WS-PRICES-LOADED
                   EXIT PARAGRAPH
           END-READ

           IF PI-PRICE-DATE < SP-PRICE-DATE
               EXIT PARAGRAPH
           END-IF
           IF PI-PRICE-DATE > SP-PRICE-DATE
               MOVE SP-CLOSE-PRICE TO SP-PRIOR-CLOSE
               MOVE SP-PRICE-DATE TO SP-PRIOR-DATE
           END-IF
           MOVE PI-CLOSE-PRICE TO SP-CLOSE-PRICE
           MOVE PI-PRICE-DATE TO SP-PRICE-DATE
           IF PI-CUSIP NOT = SPACES
               MOVE PI-CUSIP TO SP-CUSIP
           END-IF
           MOVE WS-RUN-DATE TO SP-LAST-LOAD-DATE
           REWRITE SECURITY-PRICE-RECORD
               INVALID KEY
                   PERFORM REJECT-ONE-PRICE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-PRICES-LOADED.

       REJECT-ONE-PRICE.
           ADD 1 TO WS-PRICES-REJECTED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "REJECTED PRICE RECORD  " PRICE-IN-RECORD
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       MARK-THE-BOOK.
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
                       PERFORM MARK-ONE-POSITION
               END-READ
           END-PERFORM.

      * a closed-out position (no shares) is worth nothing and needs
      * no price; the rest take the day's close where there is one
       MARK-ONE-POSITION.
           MOVE "N" TO POS-PRICE-STALE
           MOVE 0 TO POS-DAY-CHANGE
           IF POS-QUANTITY = 0
               MOVE 0 TO POS-MARKET-VALUE
               PERFORM REWRITE-POSITION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-POSITION-PRICE
           EVALUATE TRUE
               WHEN NOT WS-HAVE-PRICE
                   SET POS-PRICE-IS-STALE TO TRUE
               WHEN SP-PRICE-DATE < WS-PRICING-DATE
                   SET POS-PRICE-IS-STALE TO TRUE
                   MOVE SP-CLOSE-PRICE TO POS-MARKET-PRICE
                   MOVE SP-PRICE-DATE TO POS-PRICE-DATE
               WHEN OTHER
                   MOVE SP-CLOSE-PRICE TO POS-MARKET-PRICE
                   MOVE SP-PRICE-DATE TO POS-PRICE-DATE
                   IF SP-PRIOR-CLOSE > 0
                       COMPUTE POS-DAY-CHANGE ROUNDED =
                               POS-QUANTITY
                             * (SP-CLOSE-PRICE - SP-PRIOR-CLOSE)
                   END-IF
           END-EVALUATE
           COMPUTE POS-MARKET-VALUE ROUNDED =
                   POS-QUANTITY * POS-MARKET-PRICE
           PERFORM REWRITE-POSITION
           ADD POS-MARKET-VALUE TO WS-BOOK-VALUE
           ADD POS-DAY-CHANGE TO WS-BOOK-CHANGE
           IF POS-PRICE-IS-STALE
               ADD 1 TO WS-POSITIONS-STALE
               PERFORM NOTE-STALE-SECURITY
           END-IF.

      * by symbol first; a symbol the vendor does not carry may
      * still be priced under the position's CUSIP
       FIND-POSITION-PRICE.
           MOVE "Y" TO WS-PRICE-FOUND
           MOVE POS-SYMBOL TO SP-SYMBOL
           READ PRICE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRICE-FOUND
           END-READ
           IF NOT WS-HAVE-PRICE AND POS-CUSIP NOT = SPACES
               MOVE "Y" TO WS-PRICE-FOUND
               MOVE POS-CUSIP TO SP-CUSIP
               READ PRICE-FILE KEY IS SP-CUSIP
                   INVALID KEY
                       MOVE "N" TO WS-PRICE-FOUND
               END-READ
           END-IF.

       REWRITE-POSITION.
           MOVE WS-RUN-DATE TO POS-LAST-UPDATE
           REWRITE POSITION-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-POSITIONS-MARKED
           END-REWRITE.

       NOTE-STALE-SECURITY.
           MOVE "N" TO WS-STALE-FOUND
           PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                   UNTIL WS-STALE-IDX > WS-STALE-COUNT
                      OR WS-STALE-LISTED
               IF WS-STALE-SYMBOL(WS-STALE-IDX) = POS-SYMBOL
                   SET WS-STALE-LISTED TO TRUE
                   ADD 1 TO WS-STALE-POSITIONS(WS-STALE-IDX)
               END-IF
           END-PERFORM
           IF WS-STALE-LISTED OR WS-STALE-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STALE-COUNT
           MOVE POS-SYMBOL TO WS-STALE-SYMBOL(WS-STALE-COUNT)
           MOVE POS-CUSIP TO WS-STALE-CUSIP(WS-STALE-COUNT)
           MOVE POS-PRICE-DATE TO WS-STALE-PRICE-DATE(WS-STALE-COUNT)
           MOVE 1 TO WS-STALE-POSITIONS(WS-STALE-COUNT).

       REPORT-STALE-PRICES.
           PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                   UNTIL WS-STALE-IDX > WS-STALE-COUNT
               MOVE WS-STALE-POSITIONS(WS-STALE-IDX) TO WS-POS-DISPLAY
               MOVE SPACES TO EXCEPTION-LINE
               IF WS-STALE-PRICE-DATE(WS-STALE-IDX) = 0
                   STRING "NO PRICE ON FILE  SYMBOL "
                          WS-STALE-SYMBOL(WS-STALE-IDX)
                          "  CUSIP " WS-STALE-CUSIP(WS-STALE-IDX)
                          "  POSITIONS " WS-POS-DISPLAY
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               ELSE
                   STRING "STALE PRICE       SYMBOL "
                          WS-STALE-SYMBOL(WS-STALE-IDX)
                          "  CUSIP " WS-STALE-CUSIP(WS-STALE-IDX)
                          "  POSITIONS " WS-POS-DISPLAY
                          "  LAST PRICED "
                          WS-STALE-PRICE-DATE(WS-STALE-IDX)
                       DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-IF
               WRITE EXCEPTION-LINE
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREWHR.

      ****************************************************************
      * OUTBOUND WIRE WAREHOUSE RELEASE AND REPORT. With
      * PARM='RELEASE' (the morning run, ahead of the first cutoff)
      * every warehoused wire whose value date has come is screened
      * again through WIRESCRN and presented to WIRERTE, which
      * passes it through the value-date and callback gates, takes
      * the wire fee and builds the MT103 or pacs.008 for SWIFTOUT
      * or PACSOUT. A sanctions hit is rejected off the warehouse;
      * a wire under a fraud hold, or one the callback gate queues,
      * waits. The queue is read and closed before each WIRERTE
      * call, as the gate updates the same row.
      * Every run - and the intraday runs without the PARM do
      * nothing else - then lists the wires still warehoused by
      * value date and currency, with subtotals and the total
      * still to release in each currency. The release run ends
      * RC=4 when anything was rejected, held or left over.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "WIREWHSQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WWH-KEY
               ALTERNATE RECORD KEY IS WWH-LOOKUP-REF
               FILE STATUS IS WS-WWH-STATUS.
           SELECT SWIFT-OUT ASSIGN TO "SWIFTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT PACS-OUT ASSIGN TO "PACSOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACS-STATUS.
           SELECT WAREHOUSE-RPT ASSIGN TO "WIREWHRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
       COPY "wire-warehouse.cpy".

       FD  SWIFT-OUT.
       COPY "swift-mt103.cpy".

       FD  PACS-OUT.
       01  PACS-OUT-RECORD           PIC X(2000).

       FD  WAREHOUSE-RPT.
       01  WAREHOUSE-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WWH-STATUS         PIC X(2).
           88  WS-WWH-OK             VALUE "00".
           88  WS-WWH-EOF            VALUE "10".
       01  WS-SW-STATUS          PIC X(2).
       01  WS-PACS-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-PARM-LINE           PIC X(20).
       01  WS-RELEASE-RUN         PIC X(1) VALUE "N".
           88  WS-RELEASING           VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).

      * keys of the wires due, gathered before any is released;
      * what does not fit goes on the next run
       01  WS-DUE-TABLE.
           05  WS-DUE-KEY         PIC X(27) OCCURS 1000 TIMES.
       01  WS-DUE-MAX             PIC 9(4) COMP VALUE 1000.
       01  WS-DUE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-DUE-IDX             PIC 9(4) COMP.

      * the wire as it was warehoused, presented again to WIRERTE
       COPY "wire-transfer.cpy".
       01  WS-PACS-MESSAGE        PIC X(2000).
       01  WS-FORMAT-EMITTED      PIC X(1).
           88  WS-EMITTED-MT          VALUE "M".
           88  WS-EMITTED-PACS        VALUE "X".
       01  WS-SCREEN-RETURN-CODE  PIC 9(2).
       01  WS-ROUTE-RETURN-CODE   PIC 9(2).
           COPY "retcodes.cpy".
       01  WS-AMOUNT-DISPLAY      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.

      * value date and currency control break for the listing
       01  WS-BREAK-VALUE-DATE    PIC 9(8) VALUE 0.
       01  WS-BREAK-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-GROUP-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-GROUP-AMOUNT        PIC S9(15)V99 COMP-3 VALUE 0.

      * what is still to release, by currency
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE    PIC X(3).
               10  WS-CCY-COUNT   PIC 9(7) COMP.
               10  WS-CCY-AMOUNT  PIC S9(15)V99 COMP-3.
       01  WS-CCY-MAX             PIC 9(2) COMP VALUE 20.
       01  WS-CCY-USED            PIC 9(2) COMP VALUE 0.
       01  WS-CCY-IDX             PIC 9(2) COMP.
       01  WS-CCY-FOUND           PIC 9(2) COMP.

       01  WS-WIRES-RELEASED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-CALLBACK      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-HELD          PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-REJECTED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-DEFERRED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-WAREHOUSED    PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:7) = "RELEASE"
               SET WS-RELEASING TO TRUE
           END-IF

           OPEN OUTPUT WAREHOUSE-RPT
           MOVE SPACES TO WAREHOUSE-RPT-LINE
           IF WS-RELEASING
               STRING "OUTBOUND WIRE WAREHOUSE RELEASE FOR "
                      WS-RUN-DATE
                   DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           ELSE
               STRING "OUTBOUND WIRES WAREHOUSED AS OF " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           END-IF
           WRITE WAREHOUSE-RPT-LINE

           IF WS-RELEASING
               OPEN EXTEND SWIFT-OUT
               OPEN EXTEND PACS-OUT
               PERFORM GATHER-DUE-WIRES
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   PERFORM RELEASE-ONE-WIRE
               END-PERFORM
               CLOSE PACS-OUT
               CLOSE SWIFT-OUT
           END-IF

           PERFORM LIST-WAREHOUSED-WIRES

           CLOSE WAREHOUSE-RPT

           DISPLAY "WIREWHR: WIRES RELEASED     = " WS-WIRES-RELEASED
           DISPLAY "WIREWHR: TO CALLBACK QUEUE  = " WS-WIRES-CALLBACK
           DISPLAY "WIREWHR: HELD (FRAUD HOLD)  = " WS-WIRES-HELD
           DISPLAY "WIREWHR: REJECTED (OFAC)    = " WS-WIRES-REJECTED
           DISPLAY "WIREWHR: RELEASE DEFERRED   = " WS-WIRES-DEFERRED
           DISPLAY "WIREWHR: STILL WAREHOUSED   = " WS-WIRES-WAREHOUSED
           DISPLAY "WIREWHR: EXCEPTIONS         = " WS-EXCEPTIONS

           IF WS-WIRES-HELD > 0 OR WS-WIRES-REJECTED > 0
                   OR WS-WIRES-DEFERRED > 0 OR WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * the warehouse reads in value date order, so the first row
      * dated after today ends the gathering
       GATHER-DUE-WIRES.
           OPEN INPUT WAREHOUSE-FILE
           IF NOT WS-WWH-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WWH-KEY
           START WAREHOUSE-FILE KEY IS >= WWH-KEY
               INVALID KEY
                   SET WS-WWH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WWH-EOF
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END
                       SET WS-WWH-EOF TO TRUE
                   NOT AT END
                       IF WWH-VALUE-DATE > WS-RUN-DATE
                           SET WS-WWH-EOF TO TRUE
                       ELSE
                           IF WWH-WAREHOUSED
                               PERFORM KEEP-DUE-WIRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

       KEEP-DUE-WIRE.
           IF WS-DUE-COUNT < WS-DUE-MAX
               ADD 1 TO WS-DUE-COUNT
               MOVE WWH-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
           ELSE
               ADD 1 TO WS-WIRES-DEFERRED
           END-IF.

       RELEASE-ONE-WIRE.
           OPEN INPUT WAREHOUSE-FILE
           MOVE WS-DUE-KEY(WS-DUE-IDX) TO WWH-KEY
           READ WAREHOUSE-FILE
               INVALID KEY
                   CLOSE WAREHOUSE-FILE
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ
           CLOSE WAREHOUSE-FILE
           MOVE WWH-WIRE-IMAGE TO WIRE-TRANSFER-RECORD
           MOVE WWH-AMOUNT TO WS-AMOUNT-DISPLAY

           CALL "WIRESCRN" USING WIRE-TRANSFER-RECORD
                                 WS-SCREEN-RETURN-CODE
           MOVE WS-SCREEN-RETURN-CODE TO WS-ROUTE-RETURN-CODE
           IF RC-DECLINED
               PERFORM REJECT-WAREHOUSED-WIRE
               EXIT PARAGRAPH
           END-IF
           IF NOT RC-SUCCESS
               ADD 1 TO WS-WIRES-HELD
               MOVE SPACES TO WAREHOUSE-RPT-LINE
               STRING "HELD     " WWH-SENDER-REF
                      " SCREEN RC " WS-SCREEN-RETURN-CODE
                      " CUST " WWH-CUST-ID
                      " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
               WRITE WAREHOUSE-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PACS-MESSAGE
           CALL "WIRERTE" USING WIRE-TRANSFER-RECORD
                                SWIFT-MT103-RECORD
                                WS-PACS-MESSAGE
                                WS-FORMAT-EMITTED
                                WS-ROUTE-RETURN-CODE

           MOVE SPACES TO WAREHOUSE-RPT-LINE
           EVALUATE TRUE
               WHEN RC-SUCCESS AND WS-EMITTED-PACS
                   MOVE WS-PACS-MESSAGE TO PACS-OUT-RECORD
                   WRITE PACS-OUT-RECORD
                   ADD 1 TO WS-WIRES-RELEASED
                   STRING "RELEASED " WWH-SENDER-REF
                          " PACS.008 CUST " WWH-CUST-ID
                          " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
               WHEN RC-SUCCESS
                   WRITE SWIFT-MT103-RECORD
                   ADD 1 TO WS-WIRES-RELEASED
                   STRING "RELEASED " WWH-SENDER-REF
                          " MT103    CUST " WWH-CUST-ID
                          " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
               WHEN RC-REFER
                   ADD 1 TO WS-WIRES-CALLBACK
                   STRING "CALLBACK " WWH-SENDER-REF
                          " QUEUED FOR CALLBACK CUST " WWH-CUST-ID
                          " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-EXCEPTIONS
                   STRING "EXCEPT   " WWH-SENDER-REF
                          " WIRERTE RC " WS-ROUTE-RETURN-CODE
                          " CUST " WWH-CUST-ID
                       DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           END-EVALUATE
           WRITE WAREHOUSE-RPT-LINE.

      * a sanctions hit on the value date comes off the warehouse
      * for the BSA desk; the customer is not told
       REJECT-WAREHOUSED-WIRE.
           OPEN I-O WAREHOUSE-FILE
           MOVE WS-DUE-KEY(WS-DUE-IDX) TO WWH-KEY
           READ WAREHOUSE-FILE
               INVALID KEY
                   CLOSE WAREHOUSE-FILE
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ
           SET WWH-REJECTED TO TRUE
           MOVE WS-RUN-DATE TO WWH-RELEASED-DATE
           REWRITE WIRE-WAREHOUSE-RECORD
               INVALID KEY
                   DISPLAY "WIREWHR: WAREHOUSE REWRITE FAILED FOR "
                           WWH-SENDER-REF
           END-REWRITE
           CLOSE WAREHOUSE-FILE
           ADD 1 TO WS-WIRES-REJECTED

           MOVE SPACES TO WAREHOUSE-RPT-LINE
           STRING "REJECTED " WWH-SENDER-REF
                  " OFAC MATCH ON RELEASE CUST " WWH-CUST-ID
                  " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE.

       LIST-WAREHOUSED-WIRES.
           MOVE SPACES TO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE
           MOVE "STILL WAREHOUSED:" TO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE

           MOVE "00" TO WS-WWH-STATUS
           OPEN INPUT WAREHOUSE-FILE
           IF NOT WS-WWH-OK
               PERFORM WRITE-CURRENCY-TOTALS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WWH-KEY
           START WAREHOUSE-FILE KEY IS >= WWH-KEY
               INVALID KEY
                   SET WS-WWH-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WWH-EOF
               READ WAREHOUSE-FILE NEXT RECORD
                   AT END
                       SET WS-WWH-EOF TO TRUE
                   NOT AT END
                       IF WWH-WAREHOUSED
                           PERFORM LIST-ONE-WIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE

           PERFORM WRITE-GROUP-TOTAL
           PERFORM WRITE-CURRENCY-TOTALS.

       LIST-ONE-WIRE.
           IF WWH-VALUE-DATE NOT = WS-BREAK-VALUE-DATE
                   OR WWH-CURRENCY-CODE NOT = WS-BREAK-CURRENCY
               PERFORM WRITE-GROUP-TOTAL
               MOVE WWH-VALUE-DATE TO WS-BREAK-VALUE-DATE
               MOVE WWH-CURRENCY-CODE TO WS-BREAK-CURRENCY
           END-IF
           ADD 1 TO WS-WIRES-WAREHOUSED
           ADD 1 TO WS-GROUP-COUNT
           ADD WWH-AMOUNT TO WS-GROUP-AMOUNT
           PERFORM ADD-TO-CURRENCY-TOTAL

           MOVE WWH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WAREHOUSE-RPT-LINE
           STRING "  VALUE " WWH-VALUE-DATE
                  " " WWH-SENDER-REF
                  " CUST " WWH-CUST-ID
                  " TO " WWH-RECEIVER-BIC
                  " " WWH-BEN-NAME(1:20)
                  " " WWH-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           IF WWH-WAS-ROLLED
               MOVE "ROLLED" TO WAREHOUSE-RPT-LINE(120:6)
           END-IF
           WRITE WAREHOUSE-RPT-LINE.

       WRITE-GROUP-TOTAL.
           IF WS-GROUP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WAREHOUSE-RPT-LINE
           STRING "  SUBTOTAL VALUE " WS-BREAK-VALUE-DATE
                  " " WS-BREAK-CURRENCY
                  " WIRES " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-AMOUNT.

       ADD-TO-CURRENCY-TOTAL.
           MOVE 0 TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
                       OR WS-CCY-FOUND NOT = 0
               IF WS-CCY-CODE(WS-CCY-IDX) = WWH-CURRENCY-CODE
                   MOVE WS-CCY-IDX TO WS-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND = 0
               IF WS-CCY-USED >= WS-CCY-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CCY-USED
               MOVE WS-CCY-USED TO WS-CCY-FOUND
               MOVE WWH-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-FOUND)
               MOVE 0 TO WS-CCY-COUNT(WS-CCY-FOUND)
               MOVE 0 TO WS-CCY-AMOUNT(WS-CCY-FOUND)
           END-IF
           ADD 1 TO WS-CCY-COUNT(WS-CCY-FOUND)
           ADD WWH-AMOUNT TO WS-CCY-AMOUNT(WS-CCY-FOUND).

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE
           MOVE WS-WIRES-WAREHOUSED TO WS-COUNT-DISPLAY
           STRING "TOTAL STILL TO RELEASE - WIRES " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
           WRITE WAREHOUSE-RPT-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               MOVE WS-CCY-COUNT(WS-CCY-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-CCY-AMOUNT(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WAREHOUSE-RPT-LINE
               STRING "  " WS-CCY-CODE(WS-CCY-IDX)
                      " WIRES " WS-COUNT-DISPLAY
                      " AMOUNT " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WAREHOUSE-RPT-LINE
               WRITE WAREHOUSE-RPT-LINE
           END-PERFORM.

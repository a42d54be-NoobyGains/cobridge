       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECBR.

      ****************************************************************
      * OUTBOUND WIRE CALLBACK RELEASE - run through the day and
      * once more at the wire cutoff. Every wire on the callback
      * queue (WIRECBKQ) the wire desk has confirmed or an operator
      * has overridden through WIRECBM is presented again to
      * WIRERTE, whose WIRECBK gate now passes it; the MT103 or
      * pacs.008 it builds is written to SWIFTOUT or PACSOUT for
      * the network. A confirmed wire that would now breach the
      * customer's daily limit is put back on the queue by the gate
      * and stays held. With PARM='CUTOFF' every wire still waiting
      * for its callback is then rejected and the customer told
      * (WX) - by email where one is on file, otherwise by post.
      * A cleared wire presented after its currency's cutoff is
      * rolled into the wire warehouse or rejected by the WIREWHS
      * gate; a rejected one comes off the queue.
      * The queue is read and closed before each WIRERTE call, as
      * the gate updates the same row. Ends RC=4 when anything was
      * rejected, is still held or was left for the next cycle.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLBACK-QUEUE ASSIGN TO "WIRECBKQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WCB-SENDER-REF
               FILE STATUS IS WS-WCB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT SWIFT-OUT ASSIGN TO "SWIFTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT PACS-OUT ASSIGN TO "PACSOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACS-STATUS.
           SELECT RELEASE-RPT ASSIGN TO "WIRECBRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLBACK-QUEUE.
       COPY "wire-callback.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  SWIFT-OUT.
       COPY "swift-mt103.cpy".

       FD  PACS-OUT.
       01  PACS-OUT-RECORD           PIC X(2000).

       FD  RELEASE-RPT.
       01  RELEASE-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WCB-STATUS         PIC X(2).
           88  WS-WCB-OK             VALUE "00".
           88  WS-WCB-EOF            VALUE "10".
           88  WS-WCB-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-SW-STATUS          PIC X(2).
       01  WS-PACS-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-PARM-LINE           PIC X(20).
       01  WS-CUTOFF-RUN          PIC X(1) VALUE "N".
           88  WS-AT-CUTOFF           VALUE "Y".
       01  WS-RUN-DATE            PIC 9(8).

      * sender references of the cleared wires, gathered before any
      * is released; what does not fit goes on the next cycle
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-REF     PIC X(16) OCCURS 1000 TIMES.
       01  WS-RELEASE-MAX         PIC 9(4) COMP VALUE 1000.
       01  WS-RELEASE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-REL-IDX             PIC 9(4) COMP.

      * the wire as it was held, presented again to WIRERTE
       COPY "wire-transfer.cpy".
       01  WS-PACS-MESSAGE        PIC X(2000).
       01  WS-FORMAT-EMITTED      PIC X(1).
           88  WS-EMITTED-MT          VALUE "M".
           88  WS-EMITTED-PACS        VALUE "X".
       01  WS-ROUTE-RETURN-CODE   PIC 9(2).
           COPY "retcodes.cpy".
       01  WS-AMOUNT-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.

      * the customer's cutoff notice (NOTIFYCU)
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "WX".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1).
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       01  WS-WIRES-RELEASED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-STILL-HELD    PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-DEFERRED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-WAREHOUSED    PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-REJECTED      PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-PENDING       PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-SENT        PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:6) = "CUTOFF"
               SET WS-AT-CUTOFF TO TRUE
           END-IF

           OPEN EXTEND SWIFT-OUT
           OPEN EXTEND PACS-OUT
           OPEN OUTPUT RELEASE-RPT
           MOVE SPACES TO RELEASE-RPT-LINE
           IF WS-AT-CUTOFF
               STRING "OUTBOUND WIRE CALLBACK CUTOFF FOR " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RELEASE-RPT-LINE
           ELSE
               STRING "OUTBOUND WIRE CALLBACK RELEASE FOR " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RELEASE-RPT-LINE
           END-IF
           WRITE RELEASE-RPT-LINE

           PERFORM GATHER-CLEARED-WIRES
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-RELEASE-COUNT
               PERFORM RELEASE-ONE-WIRE
           END-PERFORM

           PERFORM SWEEP-PENDING-WIRES

           CLOSE RELEASE-RPT
           CLOSE PACS-OUT
           CLOSE SWIFT-OUT

           DISPLAY "WIRECBR: WIRES RELEASED     = " WS-WIRES-RELEASED
           DISPLAY "WIRECBR: RELEASE HELD AGAIN = " WS-WIRES-STILL-HELD
           DISPLAY "WIRECBR: RELEASE DEFERRED   = " WS-WIRES-DEFERRED
           DISPLAY "WIRECBR: TO WIRE WAREHOUSE  = " WS-WIRES-WAREHOUSED
           DISPLAY "WIRECBR: WIRES PENDING      = " WS-WIRES-PENDING
           DISPLAY "WIRECBR: REJECTED AT CUTOFF = " WS-WIRES-REJECTED
           DISPLAY "WIRECBR: NOTICES SENT       = " WS-NOTICES-SENT
           DISPLAY "WIRECBR: EXCEPTIONS         = " WS-EXCEPTIONS

           IF WS-WIRES-STILL-HELD > 0 OR WS-WIRES-PENDING > 0
                   OR WS-WIRES-REJECTED > 0 OR WS-WIRES-DEFERRED > 0
                   OR WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       GATHER-CLEARED-WIRES.
           OPEN INPUT CALLBACK-QUEUE
           IF NOT WS-WCB-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WCB-SENDER-REF
           START CALLBACK-QUEUE KEY IS >= WCB-SENDER-REF
               INVALID KEY
                   SET WS-WCB-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WCB-EOF
               READ CALLBACK-QUEUE NEXT RECORD
                   AT END
                       SET WS-WCB-EOF TO TRUE
                   NOT AT END
                       IF WCB-CLEARED
                           PERFORM KEEP-CLEARED-WIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALLBACK-QUEUE.

       KEEP-CLEARED-WIRE.
           IF WS-RELEASE-COUNT < WS-RELEASE-MAX
               ADD 1 TO WS-RELEASE-COUNT
               MOVE WCB-SENDER-REF TO WS-RELEASE-REF(WS-RELEASE-COUNT)
           ELSE
               ADD 1 TO WS-WIRES-DEFERRED
           END-IF.

       RELEASE-ONE-WIRE.
           OPEN INPUT CALLBACK-QUEUE
           MOVE WS-RELEASE-REF(WS-REL-IDX) TO WCB-SENDER-REF
           READ CALLBACK-QUEUE
               INVALID KEY
                   CLOSE CALLBACK-QUEUE
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ
           CLOSE CALLBACK-QUEUE
           MOVE WCB-WIRE-IMAGE TO WIRE-TRANSFER-RECORD
           MOVE WCB-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO WS-PACS-MESSAGE
           CALL "WIRERTE" USING WIRE-TRANSFER-RECORD
                                SWIFT-MT103-RECORD
                                WS-PACS-MESSAGE
                                WS-FORMAT-EMITTED
                                WS-ROUTE-RETURN-CODE

           MOVE SPACES TO RELEASE-RPT-LINE
           EVALUATE TRUE
               WHEN RC-SUCCESS AND WS-EMITTED-PACS
                   MOVE WS-PACS-MESSAGE TO PACS-OUT-RECORD
                   WRITE PACS-OUT-RECORD
                   ADD 1 TO WS-WIRES-RELEASED
                   STRING "RELEASED " WCB-SENDER-REF
                          " PACS.008 CUST " WCB-CUST-ID
                          " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WHEN RC-SUCCESS
                   WRITE SWIFT-MT103-RECORD
                   ADD 1 TO WS-WIRES-RELEASED
                   STRING "RELEASED " WCB-SENDER-REF
                          " MT103    CUST " WCB-CUST-ID
                          " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WHEN RC-REFER
                   ADD 1 TO WS-WIRES-STILL-HELD
                   STRING "HELD     " WCB-SENDER-REF
                          " OVER LIMIT - NEEDS OVERRIDE CUST "
                          WCB-CUST-ID
                          " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WHEN RC-DEFERRED
                   ADD 1 TO WS-WIRES-WAREHOUSED
                   STRING "WAREHSD  " WCB-SENDER-REF
                          " PAST CUTOFF - ROLLED FORWARD CUST "
                          WCB-CUST-ID
                          " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WHEN RC-DECLINED
                   PERFORM CLOSE-LATE-WIRE
                   STRING "REJECTED " WCB-SENDER-REF
                          " PAST CUTOFF CUST " WCB-CUST-ID
                          " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-EXCEPTIONS
                   STRING "EXCEPT   " WCB-SENDER-REF
                          " WIRERTE RC " WS-ROUTE-RETURN-CODE
                          " CUST " WCB-CUST-ID
                       DELIMITED BY SIZE INTO RELEASE-RPT-LINE
           END-EVALUATE
           WRITE RELEASE-RPT-LINE.

      * a cleared wire the value-date gate turned away after its
      * cutoff (the gate has told the customer) comes off the queue
      * so it is not presented again
       CLOSE-LATE-WIRE.
           ADD 1 TO WS-WIRES-REJECTED
           OPEN I-O CALLBACK-QUEUE
           MOVE WS-RELEASE-REF(WS-REL-IDX) TO WCB-SENDER-REF
           READ CALLBACK-QUEUE
               INVALID KEY
                   CLOSE CALLBACK-QUEUE
                   EXIT PARAGRAPH
           END-READ
           SET WCB-REJECTED TO TRUE
           SET WCB-CUTOFF-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO WCB-CLOSED-DATE
           REWRITE WIRE-CALLBACK-RECORD
               INVALID KEY
                   DISPLAY "WIRECBR: QUEUE REWRITE FAILED FOR "
                           WCB-SENDER-REF
           END-REWRITE
           CLOSE CALLBACK-QUEUE.

      * every wire still waiting: reported through the day, and
      * rejected with a customer notice at the cutoff
       SWEEP-PENDING-WIRES.
           OPEN I-O CALLBACK-QUEUE
           IF NOT WS-WCB-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AT-CUTOFF
               OPEN INPUT CUSTOMER-MASTER
           END-IF
           MOVE "00" TO WS-WCB-STATUS
           MOVE LOW-VALUES TO WCB-SENDER-REF
           START CALLBACK-QUEUE KEY IS >= WCB-SENDER-REF
               INVALID KEY
                   SET WS-WCB-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WCB-EOF
               READ CALLBACK-QUEUE NEXT RECORD
                   AT END
                       SET WS-WCB-EOF TO TRUE
                   NOT AT END
                       IF WCB-PENDING
                           PERFORM HANDLE-PENDING-WIRE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AT-CUTOFF
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE CALLBACK-QUEUE.

       HANDLE-PENDING-WIRE.
           MOVE WCB-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RELEASE-RPT-LINE
           IF NOT WS-AT-CUTOFF
               ADD 1 TO WS-WIRES-PENDING
               STRING "PENDING  " WCB-SENDER-REF
                      " CUST " WCB-CUST-ID
                      " HOLD " WCB-HOLD-REASONS
                      " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
                      " QUEUED " WCB-QUEUED-DATE " " WCB-QUEUED-TIME
                   DELIMITED BY SIZE INTO RELEASE-RPT-LINE
               WRITE RELEASE-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           SET WCB-REJECTED TO TRUE
           SET WCB-CUTOFF-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO WCB-CLOSED-DATE
           REWRITE WIRE-CALLBACK-RECORD
               INVALID KEY
                   DISPLAY "WIRECBR: QUEUE REWRITE FAILED FOR "
                           WCB-SENDER-REF
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-WIRES-REJECTED
           PERFORM NOTIFY-REJECTED-CUSTOMER

           STRING "REJECTED " WCB-SENDER-REF
                  " NO CALLBACK BY CUTOFF CUST " WCB-CUST-ID
                  " " WCB-CURRENCY-CODE " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE.

       NOTIFY-REJECTED-CUSTOMER.
           MOVE WCB-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-NQ-DELIVER-TO
           IF CUST-EMAIL NOT = SPACES
               MOVE "E" TO WS-NQ-CHANNEL
               MOVE CUST-EMAIL TO WS-NQ-DELIVER-TO
           ELSE
               MOVE "M" TO WS-NQ-CHANNEL
               STRING CUST-STREET DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      CUST-CITY DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CUST-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CUST-ZIP DELIMITED BY "  "
                   INTO WS-NQ-DELIVER-TO
           END-IF
           MOVE WCB-ORD-ACCT-NUMBER TO WS-NQ-ACCT-NUMBER
           MOVE WCB-AMOUNT TO WS-NQ-AMOUNT
           CALL "NOTIFYCU" USING CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE
           ADD 1 TO WS-NOTICES-SENT.

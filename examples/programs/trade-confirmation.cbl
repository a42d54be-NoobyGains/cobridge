       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRDCONF.

      ****************************************************************
      * DAILY BATCH: trade confirmations (SEC Rule 10b-10). Reads
      * the allocated trade file STKALLOC wrote and issues one
      * confirmation per ST-ALLOC-ACCT per execution: trade and
      * settlement dates, side, quantity, the allocation's price,
      * gross amount, ST-COMMISSION and ST-FEES prorated to the
      * allocation by its share of the executed quantity (the last
      * allocation taking the rounding, as STKALLOC does with the
      * net), the allocation's net amount, the capacity we acted
      * in and the exchange.
      *
      * Every confirmation issued is kept on the confirmation
      * register (CONFREG) under the execution and account, so a
      * rerun never confirms twice. An execution that comes through
      * again with an account's allocation changed is a correction:
      * a cancellation of the confirmation on file goes out, then a
      * rebill under the next version naming the one it replaces.
      * An account dropped from the execution, or cut to no shares,
      * gets the cancellation alone.
      *
      * Delivery follows the account owner's statement delivery
      * preference (DLVPREF) the way STMTGEN routes statements:
      * paper to the print file (TRDCONFP), electronic to the
      * e-statement index (ESTMTIDX) with the confirmation itself
      * on the e-document file (TRDCONFE), both to both. Paper to
      * an address flagged bad goes through MAILCHK - e-delivered
      * when there is an email, otherwise held and on the hold-mail
      * report. An allocation account with no owner on file still
      * prints, unaddressed, and ends the run RC=4 along with any
      * held confirmation.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-IN ASSIGN TO "STKTRDOU"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRD-STATUS.
           SELECT CONFIRM-REGISTER ASSIGN TO "CONFREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-STATUS.
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
           SELECT DELIVERY-PREF-FILE ASSIGN TO "DLVPREF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DP-CUST-ID
               FILE STATUS IS WS-PREF-STATUS.
           SELECT CONFIRM-PRINT ASSIGN TO "TRDCONFP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT CONFIRM-EDOC ASSIGN TO "TRDCONFE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDOC-STATUS.
           SELECT ESTMT-INDEX ASSIGN TO "ESTMTIDX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADE-IN.
       COPY "stock-trade.cpy".

       FD  CONFIRM-REGISTER.
       COPY "confirm-register.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  DELIVERY-PREF-FILE.
       COPY "delivery-pref.cpy".

       FD  CONFIRM-PRINT.
       01  CONFIRM-PRINT-LINE        PIC X(132).

       FD  CONFIRM-EDOC.
       01  CONFIRM-EDOC-LINE         PIC X(132).

       FD  ESTMT-INDEX.
       COPY "estmt-index.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRD-STATUS         PIC X(2).
           88  WS-TRD-EOF            VALUE "10".
           88  WS-TRD-MISSING        VALUE "35".
       01  WS-CR-STATUS          PIC X(2).
           88  WS-CR-OK              VALUE "00".
           88  WS-CR-NOT-FOUND       VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-PREF-STATUS        PIC X(2).
           88  WS-PREF-OK            VALUE "00".
       01  WS-PRT-STATUS         PIC X(2).
       01  WS-EDOC-STATUS        PIC X(2).
       01  WS-EIX-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-DOC-SEQ             PIC 9(5) VALUE 0.
       01  WS-HAVE-NAMES          PIC X(1) VALUE "Y".
           88  WS-NAMES-UP            VALUE "Y".
       01  WS-HAVE-PREF-FILE      PIC X(1) VALUE "Y".
           88  WS-PREF-FILE-UP        VALUE "Y".

       01  WS-TRADES-READ         PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-ISSUED     PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-REBILLED   PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-CANCELLED  PIC 9(9) COMP VALUE 0.
       01  WS-ALREADY-CONFIRMED   PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-PRINTED    PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-ELECTRONIC PIC 9(9) COMP VALUE 0.
       01  WS-CONFIRMS-HELD       PIC 9(9) COMP VALUE 0.
       01  WS-NO-OWNER            PIC 9(9) COMP VALUE 0.

      * the execution's allocations and the prorated charges
       01  WS-ALLOC-IDX           PIC 9 COMP.
       01  WS-LAST-ALLOC-IDX      PIC 9 COMP.
       01  WS-SLOT-IDX            PIC 9 COMP.
       01  WS-SLOT-FOUND          PIC X(1).
           88  WS-SLOT-HIT            VALUE "Y".
       01  WS-COMM-LEFT           PIC S9(7)V99 COMP-3.
       01  WS-FEES-LEFT           PIC S9(7)V99 COMP-3.
       01  WS-ALLOC-COMMISSION    PIC S9(7)V99 COMP-3.
       01  WS-ALLOC-FEES          PIC S9(7)V99 COMP-3.

      * the confirmation being issued (new, rebill or cancel)
       01  WS-CONFIRM-KIND        PIC X(1).
           88  WS-KIND-ORIGINAL       VALUE "O".
           88  WS-KIND-REBILL         VALUE "R".
           88  WS-KIND-CANCEL         VALUE "X".
       01  WS-CF-ACCT             PIC X(12).
       01  WS-CF-SIDE             PIC X(1).
           88  WS-CF-BUY              VALUE "B".
           88  WS-CF-SHORT-SELL       VALUE "X".
       01  WS-CF-SYMBOL           PIC X(8).
       01  WS-CF-CUSIP            PIC X(9).
       01  WS-CF-TRADE-DATE       PIC 9(8).
       01  WS-CF-SETTLE-DATE      PIC 9(8).
       01  WS-CF-QUANTITY         PIC S9(10) COMP-3.
       01  WS-CF-PRICE            PIC S9(7)V9(4) COMP-3.
       01  WS-CF-GROSS            PIC S9(13)V99 COMP-3.
       01  WS-CF-COMMISSION       PIC S9(7)V99 COMP-3.
       01  WS-CF-FEES             PIC S9(7)V99 COMP-3.
       01  WS-CF-NET              PIC S9(13)V99 COMP-3.
       01  WS-CF-VERSION          PIC 9(2).
       01  WS-DOC-REF             PIC X(22).
       01  WS-PRIOR-DOC-REF       PIC X(22).
       01  WS-SIDE-TEXT           PIC X(11).
       01  WS-CAPACITY-TEXT       PIC X(9).

      * delivery routing, as STMTGEN resolves it
       01  WS-BOUNCE-LIMIT        PIC 9(2) VALUE 3.
       01  WS-DELIVERY            PIC X(1).
           88  WS-DLV-PAPER           VALUE "P".
           88  WS-DLV-ELECTRONIC      VALUE "E".
           88  WS-DLV-BOTH            VALUE "B".
           88  WS-DLV-HELD            VALUE "H".
       01  WS-OWNER-ID            PIC 9(10).
       01  WS-OWNER-NAME          PIC X(61).
       01  WS-OWNER-STREET        PIC X(40).
       01  WS-OWNER-CITY-LINE     PIC X(40).
       01  WS-OWNER-BAD-ADDRESS   PIC X(1).

      * returned-mail routing (MAILCHK) for the paper copy
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "TRDCONF".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-ACCT-NUM       PIC X(12).
       01  WS-MAIL-DOCUMENT       PIC X(20)
                                  VALUE "TRADE CONFIRMATION".
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).

       01  WS-CONF-LINE           PIC X(132).
       01  WS-QTY-DISPLAY         PIC Z(9)9.
       01  WS-PRICE-DISPLAY       PIC Z(6)9.9999.
       01  WS-AMT-DISPLAY         PIC -Z(12)9.99.
       01  WS-LINE-LABEL          PIC X(20).
       01  WS-LINE-AMOUNT         PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT TRADE-IN
           IF WS-TRD-MISSING
               DISPLAY "TRDCONF: NO TRADE FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O CONFIRM-REGISTER
           IF WS-CR-NOT-FOUND
               OPEN OUTPUT CONFIRM-REGISTER
               CLOSE CONFIRM-REGISTER
               OPEN I-O CONFIRM-REGISTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-ACCT-OK OR NOT WS-CUST-OK
               MOVE "N" TO WS-HAVE-NAMES
           END-IF
           OPEN INPUT DELIVERY-PREF-FILE
           IF NOT WS-PREF-OK
               MOVE "N" TO WS-HAVE-PREF-FILE
           END-IF
           OPEN OUTPUT CONFIRM-PRINT
           OPEN OUTPUT CONFIRM-EDOC
           OPEN EXTEND ESTMT-INDEX
           IF WS-EIX-STATUS = "35"
               OPEN OUTPUT ESTMT-INDEX
           END-IF

           PERFORM UNTIL WS-TRD-EOF
               READ TRADE-IN
                   AT END
                       SET WS-TRD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRADES-READ
                       PERFORM CONFIRM-ONE-EXECUTION
               END-READ
           END-PERFORM

           CLOSE TRADE-IN
           CLOSE CONFIRM-REGISTER
           IF WS-NAMES-UP
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-PREF-FILE-UP
               CLOSE DELIVERY-PREF-FILE
           END-IF
           CLOSE CONFIRM-PRINT
           CLOSE CONFIRM-EDOC
           CLOSE ESTMT-INDEX

           DISPLAY "TRDCONF: TRADES READ         = " WS-TRADES-READ
           DISPLAY "TRDCONF: CONFIRMS ISSUED     = "
               WS-CONFIRMS-ISSUED
           DISPLAY "TRDCONF: REBILLS ISSUED      = "
               WS-CONFIRMS-REBILLED
           DISPLAY "TRDCONF: CANCELS ISSUED      = "
               WS-CONFIRMS-CANCELLED
           DISPLAY "TRDCONF: ALREADY CONFIRMED   = "
               WS-ALREADY-CONFIRMED
           DISPLAY "TRDCONF: PRINTED             = "
               WS-CONFIRMS-PRINTED
           DISPLAY "TRDCONF: E-DELIVERED         = "
               WS-CONFIRMS-ELECTRONIC
           DISPLAY "TRDCONF: HELD - BAD ADDRESS  = " WS-CONFIRMS-HELD
           DISPLAY "TRDCONF: NO ACCOUNT OWNER    = " WS-NO-OWNER
           IF WS-CONFIRMS-HELD > 0 OR WS-NO-OWNER > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * each allocation confirmed (or corrected), then any account
      * confirmed earlier that this execution no longer allocates
      * to is cancelled
       CONFIRM-ONE-EXECUTION.
           MOVE 0 TO WS-LAST-ALLOC-IDX
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 5
               IF ST-ALLOC-ACCT(WS-ALLOC-IDX) NOT = SPACES
                       AND ST-ALLOC-QTY(WS-ALLOC-IDX) > 0
                   MOVE WS-ALLOC-IDX TO WS-LAST-ALLOC-IDX
               END-IF
           END-PERFORM
           MOVE ST-COMMISSION TO WS-COMM-LEFT
           MOVE ST-FEES TO WS-FEES-LEFT

           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 5
               IF ST-ALLOC-ACCT(WS-ALLOC-IDX) NOT = SPACES
                       AND ST-ALLOC-QTY(WS-ALLOC-IDX) > 0
                   PERFORM CONFIRM-ONE-ALLOCATION
               END-IF
           END-PERFORM

           PERFORM CANCEL-DROPPED-ALLOCATIONS.

       CONFIRM-ONE-ALLOCATION.
           PERFORM PRORATE-ALLOCATION-CHARGES
           PERFORM LOAD-ALLOCATION-FIGURES
           MOVE ST-EXEC-ID TO CR-EXEC-ID
           MOVE ST-ALLOC-ACCT(WS-ALLOC-IDX) TO CR-ACCT-NUMBER
           READ CONFIRM-REGISTER
               INVALID KEY
                   PERFORM ISSUE-FIRST-CONFIRM
                   EXIT PARAGRAPH
           END-READ
           IF CR-ACTIVE
                   AND CR-QUANTITY = WS-CF-QUANTITY
                   AND CR-PRICE = WS-CF-PRICE
                   AND CR-NET-AMOUNT = WS-CF-NET
                   AND CR-SIDE = WS-CF-SIDE
               ADD 1 TO WS-ALREADY-CONFIRMED
               EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-CANCEL-AND-REBILL.

      * commission and fees by the allocation's share of the
      * executed quantity, once per allocation
       PRORATE-ALLOCATION-CHARGES.
           IF WS-ALLOC-IDX = WS-LAST-ALLOC-IDX
                   OR ST-EXEC-QUANTITY = 0
               MOVE WS-COMM-LEFT TO WS-ALLOC-COMMISSION
               MOVE WS-FEES-LEFT TO WS-ALLOC-FEES
           ELSE
               COMPUTE WS-ALLOC-COMMISSION ROUNDED =
                       ST-COMMISSION * ST-ALLOC-QTY(WS-ALLOC-IDX)
                     / ST-EXEC-QUANTITY
               COMPUTE WS-ALLOC-FEES ROUNDED =
                       ST-FEES * ST-ALLOC-QTY(WS-ALLOC-IDX)
                     / ST-EXEC-QUANTITY
           END-IF
           SUBTRACT WS-ALLOC-COMMISSION FROM WS-COMM-LEFT
           SUBTRACT WS-ALLOC-FEES FROM WS-FEES-LEFT.

      * the allocation's own quantity, price and net from STKALLOC
       LOAD-ALLOCATION-FIGURES.
           MOVE ST-ALLOC-ACCT(WS-ALLOC-IDX) TO WS-CF-ACCT
           MOVE ST-SIDE TO WS-CF-SIDE
           MOVE ST-SYMBOL TO WS-CF-SYMBOL
           MOVE ST-CUSIP TO WS-CF-CUSIP
           MOVE ST-TRADE-DATE TO WS-CF-TRADE-DATE
           MOVE ST-SETTLE-DATE TO WS-CF-SETTLE-DATE
           MOVE ST-ALLOC-QTY(WS-ALLOC-IDX) TO WS-CF-QUANTITY
           MOVE ST-ALLOC-PRICE(WS-ALLOC-IDX) TO WS-CF-PRICE
           MOVE ST-ALLOC-AMOUNT(WS-ALLOC-IDX) TO WS-CF-NET
           COMPUTE WS-CF-GROSS ROUNDED =
                   WS-CF-QUANTITY * WS-CF-PRICE
           MOVE WS-ALLOC-COMMISSION TO WS-CF-COMMISSION
           MOVE WS-ALLOC-FEES TO WS-CF-FEES.

       ISSUE-FIRST-CONFIRM.
           SET WS-KIND-ORIGINAL TO TRUE
           MOVE 1 TO WS-CF-VERSION
           MOVE SPACES TO WS-PRIOR-DOC-REF
           PERFORM PRODUCE-CONFIRMATION
           INITIALIZE CONFIRM-REGISTER-RECORD
           MOVE ST-EXEC-ID TO CR-EXEC-ID
           MOVE WS-CF-ACCT TO CR-ACCT-NUMBER
           PERFORM FILL-REGISTER-ROW
           WRITE CONFIRM-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-CONFIRMS-ISSUED.

      * a correction: the confirmation on file is cancelled (unless
      * it already was), the allocation's figures are reloaded over
      * the cancelled ones, and the rebill names the one it replaces
       ISSUE-CANCEL-AND-REBILL.
           MOVE CR-DOC-REF TO WS-PRIOR-DOC-REF
           IF CR-ACTIVE
               PERFORM ISSUE-CANCEL-FROM-REGISTER
               PERFORM LOAD-ALLOCATION-FIGURES
           END-IF
           SET WS-KIND-REBILL TO TRUE
           COMPUTE WS-CF-VERSION = CR-VERSION + 1
           PERFORM PRODUCE-CONFIRMATION
           PERFORM FILL-REGISTER-ROW
           REWRITE CONFIRM-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-CONFIRMS-REBILLED.

       CANCEL-DROPPED-ALLOCATIONS.
           MOVE ST-EXEC-ID TO CR-EXEC-ID
           MOVE LOW-VALUES TO CR-ACCT-NUMBER
           START CONFIRM-REGISTER KEY >= CR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-CR-STATUS NOT = "00"
               READ CONFIRM-REGISTER NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CR-STATUS
                   NOT AT END
                       IF CR-EXEC-ID NOT = ST-EXEC-ID
                           MOVE "10" TO WS-CR-STATUS
                       ELSE
                           IF CR-ACTIVE
                               PERFORM CANCEL-IF-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-IF-DROPPED.
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 5 OR WS-SLOT-HIT
               IF ST-ALLOC-ACCT(WS-SLOT-IDX) = CR-ACCT-NUMBER
                       AND ST-ALLOC-QTY(WS-SLOT-IDX) > 0
                   SET WS-SLOT-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-SLOT-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE CR-DOC-REF TO WS-PRIOR-DOC-REF
           PERFORM ISSUE-CANCEL-FROM-REGISTER
           REWRITE CONFIRM-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * the cancellation carries the confirmed figures off the
      * register row and marks the row cancelled
       ISSUE-CANCEL-FROM-REGISTER.
           SET WS-KIND-CANCEL TO TRUE
           MOVE CR-ACCT-NUMBER TO WS-CF-ACCT
           MOVE CR-SIDE TO WS-CF-SIDE
           MOVE CR-SYMBOL TO WS-CF-SYMBOL
           MOVE CR-CUSIP TO WS-CF-CUSIP
           MOVE CR-TRADE-DATE TO WS-CF-TRADE-DATE
           MOVE CR-SETTLE-DATE TO WS-CF-SETTLE-DATE
           MOVE CR-QUANTITY TO WS-CF-QUANTITY
           MOVE CR-PRICE TO WS-CF-PRICE
           MOVE CR-GROSS-AMOUNT TO WS-CF-GROSS
           MOVE CR-COMMISSION TO WS-CF-COMMISSION
           MOVE CR-FEES TO WS-CF-FEES
           MOVE CR-NET-AMOUNT TO WS-CF-NET
           MOVE CR-VERSION TO WS-CF-VERSION
           PERFORM PRODUCE-CONFIRMATION
           SET CR-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO CR-CANCEL-DATE
           ADD 1 TO WS-CONFIRMS-CANCELLED.

       FILL-REGISTER-ROW.
           MOVE WS-CF-VERSION TO CR-VERSION
           SET CR-ACTIVE TO TRUE
           MOVE WS-DOC-REF TO CR-DOC-REF
           MOVE WS-RUN-DATE TO CR-CONFIRM-DATE
           MOVE 0 TO CR-CANCEL-DATE
           MOVE WS-DELIVERY TO CR-DELIVERY
           MOVE WS-CF-SIDE TO CR-SIDE
           MOVE WS-CF-SYMBOL TO CR-SYMBOL
           MOVE WS-CF-CUSIP TO CR-CUSIP
           MOVE WS-CF-TRADE-DATE TO CR-TRADE-DATE
           MOVE WS-CF-SETTLE-DATE TO CR-SETTLE-DATE
           MOVE WS-CF-QUANTITY TO CR-QUANTITY
           MOVE WS-CF-PRICE TO CR-PRICE
           MOVE WS-CF-GROSS TO CR-GROSS-AMOUNT
           MOVE WS-CF-COMMISSION TO CR-COMMISSION
           MOVE WS-CF-FEES TO CR-FEES
           MOVE WS-CF-NET TO CR-NET-AMOUNT.

      ****************************************************************
      * ONE CONFIRMATION DOCUMENT
      ****************************************************************
       PRODUCE-CONFIRMATION.
           ADD 1 TO WS-DOC-SEQ
           MOVE SPACES TO WS-DOC-REF
           STRING "TC" WS-RUN-DATE WS-RUN-TIME(1:6) WS-DOC-SEQ
               DELIMITED BY SIZE INTO WS-DOC-REF
           PERFORM RESOLVE-ACCOUNT-OWNER
           PERFORM RESOLVE-DELIVERY-METHOD
           IF WS-OWNER-BAD-ADDRESS = "Y"
                   AND (WS-DLV-PAPER OR WS-DLV-BOTH)
               PERFORM ROUTE-AROUND-BAD-ADDRESS
           END-IF
           IF WS-DLV-HELD
               ADD 1 TO WS-CONFIRMS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-DLV-ELECTRONIC OR WS-DLV-BOTH
               PERFORM WRITE-ESTMT-INDEX-ROW
           END-IF

           PERFORM WRITE-CONFIRM-HEADING
           PERFORM WRITE-CONFIRM-BODY

           IF WS-DLV-ELECTRONIC
               ADD 1 TO WS-CONFIRMS-ELECTRONIC
           ELSE
               ADD 1 TO WS-CONFIRMS-PRINTED
           END-IF.

       RESOLVE-ACCOUNT-OWNER.
           MOVE 0 TO WS-OWNER-ID
           MOVE SPACES TO WS-OWNER-NAME
           MOVE SPACES TO WS-OWNER-STREET
           MOVE SPACES TO WS-OWNER-CITY-LINE
           MOVE "N" TO WS-OWNER-BAD-ADDRESS
           IF WS-NAMES-UP
               MOVE WS-CF-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-OWNER-ID TO CUST-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM TAKE-OWNER-ADDRESS
                       END-READ
               END-READ
           END-IF
           IF WS-OWNER-ID = 0
               ADD 1 TO WS-NO-OWNER
           END-IF.

       TAKE-OWNER-ADDRESS.
           MOVE CUST-ID TO WS-OWNER-ID
           STRING CUST-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY "  "
               INTO WS-OWNER-NAME
           MOVE CUST-STREET TO WS-OWNER-STREET
           STRING CUST-CITY DELIMITED BY "  "
                  " " CUST-STATE " " CUST-ZIP
                      DELIMITED BY SIZE
               INTO WS-OWNER-CITY-LINE
           IF CUST-ADDRESS-BAD
               MOVE "Y" TO WS-OWNER-BAD-ADDRESS
           END-IF.

      * no owner, no preference record or file, or too many bounced
      * deliveries all mean paper
       RESOLVE-DELIVERY-METHOD.
           MOVE "P" TO WS-DELIVERY
           IF WS-OWNER-ID = 0 OR NOT WS-PREF-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-ID TO DP-CUST-ID
           READ DELIVERY-PREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DP-BOUNCE-COUNT >= WS-BOUNCE-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE DP-METHOD TO WS-DELIVERY.

       ROUTE-AROUND-BAD-ADDRESS.
           MOVE WS-OWNER-ID TO WS-MAIL-CUST-ID
           MOVE WS-CF-ACCT TO WS-MAIL-ACCT-NUM
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                WS-MAIL-ACCT-NUM
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   SET WS-DLV-ELECTRONIC TO TRUE
               WHEN WS-MAIL-HELD
                   SET WS-DLV-HELD TO TRUE
           END-EVALUATE.

       WRITE-ESTMT-INDEX-ROW.
           MOVE WS-OWNER-ID TO EIX-CUST-ID
           MOVE WS-RUN-DATE TO EIX-STMT-DATE
           MOVE WS-DOC-REF TO EIX-DOC-REF
           WRITE ESTMT-INDEX-RECORD.

      * every confirmation line goes to paper, the e-document, or
      * both
       WRITE-CONF-LINE.
           IF NOT WS-DLV-ELECTRONIC
               MOVE WS-CONF-LINE TO CONFIRM-PRINT-LINE
               WRITE CONFIRM-PRINT-LINE
           END-IF
           IF WS-DLV-ELECTRONIC OR WS-DLV-BOTH
               MOVE WS-CONF-LINE TO CONFIRM-EDOC-LINE
               WRITE CONFIRM-EDOC-LINE
           END-IF
           MOVE SPACES TO WS-CONF-LINE.

       WRITE-CONFIRM-HEADING.
           MOVE SPACES TO WS-CONF-LINE
           EVALUATE TRUE
               WHEN WS-KIND-CANCEL
                   STRING "TRADE CONFIRMATION - CANCELLATION"
                          "  COBRIDGE BANK  DOC=" WS-DOC-REF
                          "  RUN DATE=" WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-CONF-LINE
               WHEN WS-KIND-REBILL
                   STRING "TRADE CONFIRMATION - CORRECTED"
                          "  COBRIDGE BANK  DOC=" WS-DOC-REF
                          "  RUN DATE=" WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-CONF-LINE
               WHEN OTHER
                   STRING "TRADE CONFIRMATION"
                          "  COBRIDGE BANK  DOC=" WS-DOC-REF
                          "  RUN DATE=" WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-CONF-LINE
           END-EVALUATE
           PERFORM WRITE-CONF-LINE
           STRING "  ACCOUNT=" WS-CF-ACCT
                  "  " WS-OWNER-NAME
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           IF WS-OWNER-STREET NOT = SPACES
               MOVE WS-OWNER-STREET TO WS-CONF-LINE(13:40)
               PERFORM WRITE-CONF-LINE
               MOVE WS-OWNER-CITY-LINE TO WS-CONF-LINE(13:40)
               PERFORM WRITE-CONF-LINE
           END-IF
           STRING "  EXECUTION=" ST-EXEC-ID
                  "  CONFIRMATION VERSION=" WS-CF-VERSION
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           IF WS-KIND-CANCEL
               STRING "  THIS CANCELS CONFIRMATION DOC="
                      WS-PRIOR-DOC-REF
                      " - THE TRADE BELOW IS REVERSED"
                   DELIMITED BY SIZE INTO WS-CONF-LINE
               PERFORM WRITE-CONF-LINE
           END-IF
           IF WS-KIND-REBILL
               STRING "  THIS REPLACES CONFIRMATION DOC="
                      WS-PRIOR-DOC-REF
                   DELIMITED BY SIZE INTO WS-CONF-LINE
               PERFORM WRITE-CONF-LINE
           END-IF.

       WRITE-CONFIRM-BODY.
           EVALUATE TRUE
               WHEN WS-CF-BUY
                   MOVE "BOUGHT" TO WS-SIDE-TEXT
               WHEN WS-CF-SHORT-SELL
                   MOVE "SOLD SHORT" TO WS-SIDE-TEXT
               WHEN OTHER
                   MOVE "SOLD" TO WS-SIDE-TEXT
           END-EVALUATE
           EVALUATE ST-CAPACITY
               WHEN "A"
                   MOVE "AGENT" TO WS-CAPACITY-TEXT
               WHEN "P"
                   MOVE "PRINCIPAL" TO WS-CAPACITY-TEXT
               WHEN OTHER
                   MOVE "AGENT" TO WS-CAPACITY-TEXT
           END-EVALUATE
           STRING "  WE HAVE " WS-SIDE-TEXT
                  " FOR YOUR ACCOUNT, ACTING AS " WS-CAPACITY-TEXT
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           STRING "  SECURITY=" WS-CF-SYMBOL
                  "  CUSIP=" WS-CF-CUSIP
                  "  EXCHANGE=" ST-EXCHANGE
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           STRING "  TRADE DATE=" WS-CF-TRADE-DATE
                  "  SETTLEMENT DATE=" WS-CF-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           MOVE WS-CF-QUANTITY TO WS-QTY-DISPLAY
           MOVE WS-CF-PRICE TO WS-PRICE-DISPLAY
           STRING "  QUANTITY=" WS-QTY-DISPLAY
                  "  PRICE=" WS-PRICE-DISPLAY
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE
           MOVE "GROSS AMOUNT" TO WS-LINE-LABEL
           MOVE WS-CF-GROSS TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "COMMISSION" TO WS-LINE-LABEL
           MOVE WS-CF-COMMISSION TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "FEES" TO WS-LINE-LABEL
           MOVE WS-CF-FEES TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "NET AMOUNT" TO WS-LINE-LABEL
           MOVE WS-CF-NET TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-CONF-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-AMT-DISPLAY
           STRING "  " WS-LINE-LABEL WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-CONF-LINE
           PERFORM WRITE-CONF-LINE.

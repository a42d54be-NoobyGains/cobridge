       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREWHS.

      ****************************************************************
      * OUTBOUND WIRE VALUE DATE AND CUTOFF GATE: WIRERTE calls this
      * ahead of the callback gate, so nothing goes to the network
      * before its value date or after its cutoff.
      *   - A value date left blank is today; one already past is
      *     refused (RC-INVALID-INPUT), and one falling on a
      *     weekend or holiday moves to the next business day
      *     per BANKCAL.
      *   - A wire dated for a later business day is stored whole
      *     in the wire warehouse (WIREWHSQ) and comes back
      *     RC-DEFERRED; WIREWHR presents it again on the morning
      *     of its value date, when it passes and is marked
      *     released.
      *   - A wire for today presented after the cutoff on WIRECUTF
      *     for its currency and correspondent (the currency's
      *     blank-BIC row where the route has none) is either
      *     rolled to the next business day and warehoused
      *     (RC-DEFERRED) or rejected (RC-DECLINED), as the row
      *     says, and the ordering customer is told either way.
      * A warehouse row already released passes untouched - the
      * callback gate owns the wire from there - and a row
      * rejected at screening comes back RC-DECLINED.
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
           SELECT CUTOFF-FILE ASSIGN TO "WIRECUTF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WCO-KEY
               FILE STATUS IS WS-WCO-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
       COPY "wire-warehouse.cpy".

       FD  CUTOFF-FILE.
       COPY "wire-cutoff.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WWH-STATUS         PIC X(2).
           88  WS-WWH-OK             VALUE "00".
           88  WS-WWH-NOT-FOUND      VALUE "23", "35".
       01  WS-WCO-STATUS         PIC X(2).
           88  WS-WCO-OK             VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-KEYED-VALUE-DATE    PIC 9(8).
       01  WS-OWNER-ID            PIC 9(10).
       01  WS-ROLLED-FORWARD      PIC X(1).
           88  WS-WAS-ROLLED          VALUE "Y".
       01  WS-CUTOFF-FOUND        PIC X(1).
           88  WS-HAVE-CUTOFF         VALUE "Y".

      * business dates from the bank calendar (BANKCAL)
       01  WS-CAL-FUNCTION        PIC X(1).
       01  WS-CAL-DATE-2          PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE     PIC 9(8).
       01  WS-CAL-RESULT-DAYS     PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE     PIC 9(2).

      * the customer's cutoff notice (NOTIFYCU)
       01  WS-NQ-EVENT-TYPE       PIC X(2).
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1).
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       LINKAGE SECTION.
       COPY "wire-transfer.cpy".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING WIRE-TRANSFER-RECORD
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE "N" TO WS-ROLLED-FORWARD

           OPEN I-O WAREHOUSE-FILE
           IF WS-WWH-NOT-FOUND
               OPEN OUTPUT WAREHOUSE-FILE
               CLOSE WAREHOUSE-FILE
               OPEN I-O WAREHOUSE-FILE
           END-IF

           MOVE WT-SENDER-REF TO WWH-LOOKUP-REF
           READ WAREHOUSE-FILE KEY IS WWH-LOOKUP-REF
               INVALID KEY
                   PERFORM CHECK-NEW-WIRE
               NOT INVALID KEY
                   PERFORM RESOLVE-WAREHOUSED-WIRE
           END-READ

           CLOSE WAREHOUSE-FILE

           GOBACK.

      * a warehoused wire passes on or after its value date
       RESOLVE-WAREHOUSED-WIRE.
           EVALUATE TRUE
               WHEN WWH-REJECTED
                   SET RC-DECLINED TO TRUE
               WHEN WWH-RELEASED
                   CONTINUE
               WHEN WWH-WAREHOUSED
                       AND WWH-VALUE-DATE > WS-RUN-DATE
                   SET RC-DEFERRED TO TRUE
               WHEN WWH-WAREHOUSED
                   SET WWH-RELEASED TO TRUE
                   MOVE WS-RUN-DATE TO WWH-RELEASED-DATE
                   MOVE WS-RUN-TIME TO WWH-RELEASED-TIME
                   REWRITE WIRE-WAREHOUSE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               WHEN OTHER
                   SET RC-SYSTEM-ERROR TO TRUE
           END-EVALUATE.

       CHECK-NEW-WIRE.
           IF WT-VALUE-DATE NOT NUMERIC OR WT-VALUE-DATE = 0
               MOVE WS-RUN-DATE TO WT-VALUE-DATE
           END-IF
           IF WT-VALUE-DATE < WS-RUN-DATE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WT-VALUE-DATE TO WS-KEYED-VALUE-DATE

           MOVE "C" TO WS-CAL-FUNCTION
           CALL "BANKCAL" USING WS-CAL-FUNCTION
                                WT-VALUE-DATE
                                WS-CAL-DATE-2
                                WS-CAL-RESULT-DATE
                                WS-CAL-RESULT-DAYS
                                WS-CAL-RETURN-CODE
           IF WS-CAL-RETURN-CODE = 0
               MOVE WS-CAL-RESULT-DATE TO WT-VALUE-DATE
           END-IF

           IF WT-VALUE-DATE > WS-RUN-DATE
               PERFORM STORE-IN-WAREHOUSE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CUTOFF
           IF NOT WS-HAVE-CUTOFF
                   OR WS-RUN-TIME <= WCO-CUTOFF-TIME
               EXIT PARAGRAPH
           END-IF

           IF WCO-ROLL-FORWARD
               MOVE "N" TO WS-CAL-FUNCTION
               CALL "BANKCAL" USING WS-CAL-FUNCTION
                                    WS-RUN-DATE
                                    WS-CAL-DATE-2
                                    WS-CAL-RESULT-DATE
                                    WS-CAL-RESULT-DAYS
                                    WS-CAL-RETURN-CODE
               IF WS-CAL-RETURN-CODE NOT = 0
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAL-RESULT-DATE TO WT-VALUE-DATE
               MOVE "Y" TO WS-ROLLED-FORWARD
               PERFORM STORE-IN-WAREHOUSE
               IF RC-DEFERRED
                   MOVE "WF" TO WS-NQ-EVENT-TYPE
                   PERFORM NOTIFY-ORDERING-CUSTOMER
               END-IF
           ELSE
               SET RC-DECLINED TO TRUE
               MOVE "WZ" TO WS-NQ-EVENT-TYPE
               PERFORM NOTIFY-ORDERING-CUSTOMER
           END-IF.

      * the route's own cutoff, else the currency's blank-BIC row
       FIND-CUTOFF.
           MOVE "N" TO WS-CUTOFF-FOUND
           OPEN INPUT CUTOFF-FILE
           IF NOT WS-WCO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WT-CURRENCY-CODE TO WCO-CURRENCY-CODE
           MOVE WT-RECEIVER-BIC TO WCO-RECEIVER-BIC
           READ CUTOFF-FILE
               INVALID KEY
                   MOVE WT-CURRENCY-CODE TO WCO-CURRENCY-CODE
                   MOVE SPACES TO WCO-RECEIVER-BIC
                   READ CUTOFF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CUTOFF-FOUND
                   END-READ
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUTOFF-FOUND
           END-READ
           CLOSE CUTOFF-FILE.

       STORE-IN-WAREHOUSE.
           PERFORM FIND-ORDERING-OWNER
           INITIALIZE WIRE-WAREHOUSE-RECORD
           MOVE WT-VALUE-DATE TO WWH-VALUE-DATE
           MOVE WT-CURRENCY-CODE TO WWH-CURRENCY-CODE
           MOVE WT-SENDER-REF TO WWH-SENDER-REF
           MOVE WT-SENDER-REF TO WWH-LOOKUP-REF
           SET WWH-WAREHOUSED TO TRUE
           MOVE WS-ROLLED-FORWARD TO WWH-ROLLED
           MOVE WS-KEYED-VALUE-DATE TO WWH-KEYED-VALUE-DATE
           MOVE WS-OWNER-ID TO WWH-CUST-ID
           MOVE WT-ORD-ACCT-NO(1:12) TO WWH-ORD-ACCT-NUMBER
           MOVE WT-AMOUNT TO WWH-AMOUNT
           MOVE WT-RECEIVER-BIC TO WWH-RECEIVER-BIC
           MOVE WT-BEN-NAME TO WWH-BEN-NAME
           MOVE WS-RUN-DATE TO WWH-STORED-DATE
           MOVE WS-RUN-TIME TO WWH-STORED-TIME
           MOVE 0 TO WWH-RELEASED-DATE
           MOVE 0 TO WWH-RELEASED-TIME
           MOVE WIRE-TRANSFER-RECORD TO WWH-WIRE-IMAGE
           WRITE WIRE-WAREHOUSE-RECORD
               INVALID KEY
                   SET RC-DUPLICATE TO TRUE
               NOT INVALID KEY
                   SET RC-DEFERRED TO TRUE
           END-WRITE.

       FIND-ORDERING-OWNER.
           MOVE 0 TO WS-OWNER-ID
           IF WT-ORD-ACCT-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WT-ORD-ACCT-NO(1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-OWNER-ID TO WS-OWNER-ID
           END-READ
           CLOSE ACCOUNT-MASTER.

      * by email where the customer has one on file, else by post
       NOTIFY-ORDERING-CUSTOMER.
           IF WS-OWNER-ID = 0
               PERFORM FIND-ORDERING-OWNER
           END-IF
           IF WS-OWNER-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CLOSE CUSTOMER-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-MASTER

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
           MOVE WT-ORD-ACCT-NO(1:12) TO WS-NQ-ACCT-NUMBER
           MOVE WT-AMOUNT TO WS-NQ-AMOUNT
           CALL "NOTIFYCU" USING CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE.

      *       the rest of the period
      *   D - dormant activity: an account flagged dormant that
      *       suddenly moves money
      *   M - monetary instruments: a purchaser on the monetary
      *       instrument log (MILOG) buying official items with cash
      *       on three or more days in the period
      * A customer's logged instrument cash also counts toward the
      * cash-in days the structuring test looks at.
      * CUST-RISK-RATING on the customer master weights every score:
      * H adds half again, M adds a fifth.
      * The CTR threshold and the structuring floor under it are the
      * CTR-THRESHOLD and AML-NEAR-FLOOR system parameters in force
      * on the run date (PARMLKUP); a floor at or above the threshold
      * falls back to 70 percent of it.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MI-LOG-FILE ASSIGN TO "MILOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MIL-KEY
               FILE STATUS IS WS-MIL-STATUS.
           SELECT ALERT-OUT ASSIGN TO "AMLALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  MI-LOG-FILE.
       COPY "monetary-instrument-log.cpy".

       FD  ALERT-OUT.
       COPY "aml-alert.cpy".

           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-MIL-STATUS         PIC X(2).
           88  WS-MIL-OK             VALUE "00".
           88  WS-MIL-EOF            VALUE "10".
       01  WS-ALERT-STATUS       PIC X(2).

       01  WS-CTR-THRESHOLD       PIC 9(7)V99 COMP-3 VALUE 10000.00.
       01  WS-NEAR-DAYS-TRIGGER   PIC 9(2) VALUE 3.
       01  WS-VELOCITY-RATIO      PIC 9(2) VALUE 5.
       01  WS-RECENT-WINDOW       PIC 9(2) VALUE 7.
       01  WS-PERIOD-DAYS         PIC 9(2) VALUE 30.
       01  WS-MI-DAYS-TRIGGER     PIC 9(2) VALUE 3.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-TXN-DATE-INT        PIC 9(9) COMP.
       01  WS-PERIOD-START        PIC 9(8).
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-MI-ROWS-READ        PIC 9(9) COMP VALUE 0.
       01  WS-ALERTS-WRITTEN      PIC 9(9) COMP VALUE 0.
       01  WS-BASE-SCORE          PIC 9(3).
       01  WS-WORK-SCORE          PIC 9(5).
       01  WS-PRIOR-DAYS          PIC 9(3) COMP.
       01  WS-PRIOR-RATE          PIC 9(5)V99 COMP-3.

      * the cash-in being bucketed, from a transaction or a log row
       01  WS-CASH-CUST-ID        PIC 9(10).
       01  WS-CASH-DATE           PIC 9(8).
       01  WS-CASH-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-CASH-REF            PIC X(20).

      * per-customer per-day cash-in buckets for structuring
       01  WS-CD-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CD-IDX              PIC 9(4) COMP.
               10  WS-VL-DORMANT      PIC X(1).
               10  WS-VL-LAST-TXN     PIC X(20).

      * per-purchaser instrument buying days off the log, in key
      * (purchase date) order so a new date is a new day
       01  WS-MI-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-MI-IDX              PIC 9(4) COMP.
       01  WS-MI-FOUND            PIC X(1).
           88  WS-MI-HIT               VALUE "Y".
       01  WS-MI-KEY              PIC X(40).
       01  WS-MI-DAYS-OUT         PIC Z9.
       01  WS-INSTRUMENT-TABLE.
           05  WS-MI-ENTRY OCCURS 1000 TIMES.
               10  WS-MI-PUR-KEY      PIC X(40).
               10  WS-MI-CUST-ID      PIC 9(10).
               10  WS-MI-NAME         PIC X(40).
               10  WS-MI-DAYS         PIC 9(3) COMP.
               10  WS-MI-LAST-DATE    PIC 9(8).
               10  WS-MI-REF-COUNT    PIC 9(2).
               10  WS-MI-REF          OCCURS 10 TIMES PIC X(20).

      * structuring roll-up per customer (built in the second pass)
       01  WS-ST-NEAR-DAYS        PIC 9(3) COMP.
       01  WS-ST-TOTAL            PIC S9(11)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           CLOSE TXN-PERIOD
           CLOSE ACCOUNT-MASTER

           PERFORM READ-INSTRUMENT-LOG

           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT ALERT-OUT
           PERFORM RAISE-STRUCTURING-ALERTS
           PERFORM RAISE-VELOCITY-ALERTS
           PERFORM RAISE-INSTRUMENT-ALERTS
           CLOSE CUSTOMER-MASTER
           CLOSE ALERT-OUT

           DISPLAY "AMLMON: TXNS READ      = " WS-TXNS-READ
           DISPLAY "AMLMON: MI LOG ROWS    = " WS-MI-ROWS-READ
           DISPLAY "AMLMON: ALERTS WRITTEN = " WS-ALERTS-WRITTEN

           GOBACK.

       LOAD-SYSTEM-PARAMETERS.
           MOVE "CTR-THRESHOLD" TO WS-PARM-ID
           MOVE WS-CTR-THRESHOLD TO WS-PARM-VALUE
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000
               MOVE WS-PARM-VALUE TO WS-CTR-THRESHOLD
           END-IF
           MOVE "AML-NEAR-FLOOR" TO WS-PARM-ID
           MOVE WS-NEAR-FLOOR TO WS-PARM-VALUE
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000
               MOVE WS-PARM-VALUE TO WS-NEAR-FLOOR
           END-IF
           IF WS-NEAR-FLOOR >= WS-CTR-THRESHOLD
               COMPUTE WS-NEAR-FLOOR ROUNDED =
                       WS-CTR-THRESHOLD * 0.70
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

       EXAMINE-ONE-TXN.
           IF NOT TXN-COMPLETED
               EXIT PARAGRAPH
           PERFORM TRACK-VELOCITY

           IF TXN-DEPOSIT AND (TXN-BRANCH OR TXN-ATM)
               MOVE ACCT-OWNER-ID TO WS-CASH-CUST-ID
               MOVE TXN-DATE TO WS-CASH-DATE
               MOVE TXN-AMOUNT TO WS-CASH-AMOUNT
               MOVE TXN-ID TO WS-CASH-REF
               PERFORM TRACK-CASH-DAY
           END-IF.

           MOVE "N" TO WS-CD-FOUND
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT OR WS-CD-HIT
               IF WS-CD-CUST-ID(WS-CD-IDX) = WS-CASH-CUST-ID
                       AND WS-CD-DATE(WS-CD-IDX) = WS-CASH-DATE
                   SET WS-CD-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-CD-HIT
               SUBTRACT 1 FROM WS-CD-IDX
               ADD WS-CASH-AMOUNT TO WS-CD-CASH-IN(WS-CD-IDX)
           ELSE
               IF WS-CD-COUNT >= 3000
                   DISPLAY "AMLMON: CASH-DAY TABLE FULL - ENLARGE"
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-CD-COUNT TO WS-CD-IDX
               MOVE WS-CASH-CUST-ID TO WS-CD-CUST-ID(WS-CD-IDX)
               MOVE WS-CASH-DATE TO WS-CD-DATE(WS-CD-IDX)
               MOVE WS-CASH-AMOUNT TO WS-CD-CASH-IN(WS-CD-IDX)
               MOVE WS-CASH-REF TO WS-CD-TXN-ID(WS-CD-IDX)
           END-IF.

      * the period's rows of the monetary instrument log; a missing
      * log just means nothing has been logged yet
       READ-INSTRUMENT-LOG.
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-PERIOD-DAYS)
           OPEN INPUT MI-LOG-FILE
           IF NOT WS-MIL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO MIL-KEY
           MOVE WS-PERIOD-START TO MIL-PURCHASE-DATE
           START MI-LOG-FILE KEY >= MIL-KEY
               INVALID KEY
                   SET WS-MIL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MIL-EOF
               READ MI-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-MIL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MI-ROWS-READ
                       PERFORM EXAMINE-ONE-INSTRUMENT
               END-READ
           END-PERFORM
           CLOSE MI-LOG-FILE.

       EXAMINE-ONE-INSTRUMENT.
           IF MIL-PUR-CUST-ID NOT = 0
               MOVE MIL-PUR-CUST-ID TO WS-CASH-CUST-ID
               MOVE MIL-PURCHASE-DATE TO WS-CASH-DATE
               MOVE MIL-CASH-AMOUNT TO WS-CASH-AMOUNT
               MOVE MIL-SERIAL-NUMBER TO WS-CASH-REF
               PERFORM TRACK-CASH-DAY
           END-IF

      * same purchaser matching as the log build
           MOVE SPACES TO WS-MI-KEY
           EVALUATE TRUE
               WHEN MIL-PUR-CUST-ID NOT = 0
                   STRING "C" MIL-PUR-CUST-ID
                       DELIMITED BY SIZE INTO WS-MI-KEY
               WHEN MIL-PUR-SSN NOT = SPACES
                   STRING "S" MIL-PUR-SSN
                       DELIMITED BY SIZE INTO WS-MI-KEY
               WHEN MIL-PUR-ID-NUMBER NOT = SPACES
                   STRING "I" MIL-PUR-ID-TYPE MIL-PUR-ID-NUMBER
                       DELIMITED BY SIZE INTO WS-MI-KEY
               WHEN OTHER
                   STRING "N" MIL-PUR-NAME(1:31) MIL-PUR-DOB
                       DELIMITED BY SIZE INTO WS-MI-KEY
           END-EVALUATE

           MOVE "N" TO WS-MI-FOUND
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-COUNT OR WS-MI-HIT
               IF WS-MI-PUR-KEY(WS-MI-IDX) = WS-MI-KEY
                   SET WS-MI-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-MI-HIT
               SUBTRACT 1 FROM WS-MI-IDX
           ELSE
               IF WS-MI-COUNT >= 1000
                   DISPLAY "AMLMON: INSTRUMENT TABLE FULL - ENLARGE"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MI-COUNT
               MOVE WS-MI-COUNT TO WS-MI-IDX
               MOVE WS-MI-KEY TO WS-MI-PUR-KEY(WS-MI-IDX)
               MOVE MIL-PUR-CUST-ID TO WS-MI-CUST-ID(WS-MI-IDX)
               MOVE MIL-PUR-NAME TO WS-MI-NAME(WS-MI-IDX)
               MOVE 0 TO WS-MI-DAYS(WS-MI-IDX)
               MOVE 0 TO WS-MI-LAST-DATE(WS-MI-IDX)
               MOVE 0 TO WS-MI-REF-COUNT(WS-MI-IDX)
           END-IF
           IF MIL-PURCHASE-DATE NOT = WS-MI-LAST-DATE(WS-MI-IDX)
               ADD 1 TO WS-MI-DAYS(WS-MI-IDX)
               MOVE MIL-PURCHASE-DATE TO WS-MI-LAST-DATE(WS-MI-IDX)
           END-IF
           IF WS-MI-REF-COUNT(WS-MI-IDX) < 10
               ADD 1 TO WS-MI-REF-COUNT(WS-MI-IDX)
               MOVE MIL-SERIAL-NUMBER TO WS-MI-REF(WS-MI-IDX,
                   WS-MI-REF-COUNT(WS-MI-IDX))
           END-IF.

      * for each customer, count period days with cash-in landing in
               PERFORM WEIGHT-AND-WRITE-ALERT
           END-IF.

      * log serial numbers stand in for the transaction ids; a
      * non-customer purchaser alerts under customer id zero
       RAISE-INSTRUMENT-ALERTS.
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-COUNT
               IF WS-MI-DAYS(WS-MI-IDX) >= WS-MI-DAYS-TRIGGER
                   INITIALIZE AML-ALERT-RECORD
                   MOVE WS-RUN-DATE TO AML-ALERT-DATE
                   MOVE WS-MI-CUST-ID(WS-MI-IDX) TO AML-CUST-ID
                   MOVE SPACES TO AML-ACCT-NUMBER
                   SET AML-MONETARY-INSTRUMENT TO TRUE
                   MOVE WS-MI-DAYS(WS-MI-IDX) TO WS-MI-DAYS-OUT
                   STRING "CASH INSTRUMENT BUYS ON " WS-MI-DAYS-OUT
                          " DAYS - " WS-MI-NAME(WS-MI-IDX)(1:26)
                       DELIMITED BY SIZE INTO AML-DETAIL
                   MOVE WS-MI-REF-COUNT(WS-MI-IDX) TO AML-TXN-COUNT
                   PERFORM COPY-INSTRUMENT-REFS
                   MOVE 50 TO WS-BASE-SCORE
                   PERFORM WEIGHT-AND-WRITE-ALERT
               END-IF
           END-PERFORM.

       COPY-INSTRUMENT-REFS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-MI-REF-COUNT(WS-MI-IDX)
               MOVE WS-MI-REF(WS-MI-IDX, WS-ST-IDX)
                   TO AML-TXN-ID(WS-ST-IDX)
           END-PERFORM.

      * CUST-RISK-RATING weights the base score: H +50%, M +20%
       WEIGHT-AND-WRITE-ALERT.
           MOVE WS-BASE-SCORE TO WS-WORK-SCORE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATOMON.

      ****************************************************************
      * NIGHTLY BATCH: account takeover correlation. Links, per
      * customer, the three steps of a takeover inside a window of
      * days (PARM WINDOW=nn, default 7):
      *   1 - a change to the contact details on the customer
      *       master (email, phone, postal address), read from the
      *       customer journal CUSTJRNL writes; the postal
      *       vendor's NCOA corrections are not the customer's doing
      *       and are left out
      *   2 - a new payee: an external account enrolled for
      *       transfers (EXTACCTS) or a repetitive wire template
      *       added against one of the customer's accounts
      *   3 - money moving out: a completed withdrawal, transfer
      *       or payment off an account the customer owns, on a
      *       remote channel, to an account that is not ours
      * Each link scores, and the order counts - a payee set up
      * after the contact change, and money out after the payee,
      * is the pattern. Any chain of two or more links is written
      * to the AML alert file (type T) with the outbound
      * transaction ids; a chain scoring WS-HOLD-SCORE or better
      * also places a fraud hold on the customer, which WIRESCRN
      * and EXTXFER honor until a fraud analyst clears it through
      * FRDHOLD. A customer the analyst cleared after the chain's
      * last step is alerted but not held again. Runs after AMLMON,
      * whose alert file it extends.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CJR-STATUS.
           SELECT EXT-ACCOUNT-FILE ASSIGN TO "EXTACCTS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXT-KEY
               FILE STATUS IS WS-EXT-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "WIRETMPL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WTP-TEMPLATE-ID
               FILE STATUS IS WS-WTP-STATUS.
           SELECT TXN-PERIOD ASSIGN TO "TXNMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
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
           SELECT ALERT-OUT ASSIGN TO "AMLALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-JOURNAL.
       COPY "cust-journal.cpy".

       FD  EXT-ACCOUNT-FILE.
       COPY "ext-account.cpy".

       FD  TEMPLATE-FILE.
       COPY "wire-template.cpy".

       FD  TXN-PERIOD.
       COPY "transaction.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ALERT-OUT.
       COPY "aml-alert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CJR-STATUS         PIC X(2).
           88  WS-CJR-EOF            VALUE "10".
           88  WS-CJR-MISSING        VALUE "35".
       01  WS-EXT-STATUS         PIC X(2).
           88  WS-EXT-OK             VALUE "00".
           88  WS-EXT-EOF            VALUE "10".
           88  WS-EXT-MISSING        VALUE "35".
       01  WS-WTP-STATUS         PIC X(2).
           88  WS-WTP-OK             VALUE "00".
           88  WS-WTP-EOF            VALUE "10".
           88  WS-WTP-MISSING        VALUE "35".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ALERT-STATUS       PIC X(2).
           88  WS-ALERT-NOT-FOUND    VALUE "35".

       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-WINDOW-DAYS         PIC 9(2) VALUE 7.

      * scoring: each link, plus the order it happened in, plus a
      * large amount out; a chain at WS-HOLD-SCORE or above holds
       01  WS-PROFILE-POINTS      PIC 9(3) VALUE 30.
       01  WS-CONTACT-POINTS      PIC 9(3) VALUE 10.
       01  WS-PAYEE-POINTS        PIC 9(3) VALUE 25.
       01  WS-OUTBOUND-POINTS     PIC 9(3) VALUE 25.
       01  WS-SEQUENCE-POINTS     PIC 9(3) VALUE 10.
       01  WS-LARGE-POINTS        PIC 9(3) VALUE 10.
       01  WS-LARGE-OUTBOUND      PIC 9(9)V99 COMP-3 VALUE 5000.00.
       01  WS-HOLD-SCORE          PIC 9(3) VALUE 80.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-EVENT-DATE          PIC 9(8).
       01  WS-EVENT-IN-WINDOW     PIC X(1).
           88  WS-IN-WINDOW           VALUE "Y".
       01  WS-EVENT-CUST-ID       PIC 9(10).

       01  WS-CHANGES-READ        PIC 9(9) COMP VALUE 0.
       01  WS-PAYEES-READ         PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-ALERTS-WRITTEN      PIC 9(9) COMP VALUE 0.
       01  WS-HOLDS-PLACED        PIC 9(9) COMP VALUE 0.
       01  WS-ALREADY-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-CLEARED-SKIPPED     PIC 9(9) COMP VALUE 0.

      * the contact details either side of one journalled rewrite
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-HAVE-BEFORE         PIC X(1).
           88  WS-BEFORE-HELD         VALUE "Y".
       01  WS-OLD-EMAIL           PIC X(50).
       01  WS-OLD-PHONE           PIC X(15).
       01  WS-OLD-ADDRESS         PIC X(77).
       01  WS-EMAIL-CHANGED       PIC X(1).
       01  WS-PHONE-CHANGED       PIC X(1).
       01  WS-ADDRESS-CHANGED     PIC X(1).

      * one chain per customer with a link in the window
       01  WS-CH-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CH-IDX              PIC 9(4) COMP.
       01  WS-CH-FOUND            PIC X(1).
           88  WS-CH-HIT               VALUE "Y".
       01  WS-CHAIN-TABLE.
           05  WS-CH-ENTRY OCCURS 2000 TIMES.
               10  WS-CH-CUST-ID      PIC 9(10).
               10  WS-CH-PROFILE-DATE PIC 9(8).
               10  WS-CH-EMAIL-CHG    PIC X(1).
               10  WS-CH-PHONE-CHG    PIC X(1).
               10  WS-CH-ADDR-CHG     PIC X(1).
               10  WS-CH-PAYEE-DATE   PIC 9(8).
               10  WS-CH-PAYEE-KIND   PIC X(1).
               10  WS-CH-OUT-DATE     PIC 9(8).
               10  WS-CH-OUT-LAST     PIC 9(8).
               10  WS-CH-OUT-ACCOUNT  PIC X(12).
               10  WS-CH-OUT-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-CH-TXN-COUNT    PIC 9(2).
               10  WS-CH-TXN-ID       OCCURS 10 TIMES
                                      PIC X(20).
       01  WS-TX-IDX              PIC 9(2) COMP.

      * scoring one chain
       01  WS-LINKS               PIC 9(1).
       01  WS-WORK-SCORE          PIC 9(5).
       01  WS-CHAIN-START         PIC 9(8).
       01  WS-CHAIN-END           PIC 9(8).
       01  WS-AMOUNT-DISPLAY      PIC Z(8)9.
       01  WS-DETAIL-PTR          PIC 9(3) COMP.

      * the hold is a customer master rewrite, journalled like any
      * other (CUSTJRNL); the batch posts under operator zero
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "ATOMON".
       01  WS-JRNL-OPERATOR       PIC 9(8) VALUE 0.
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-JRNL-BEFORE         PIC X(500).
       01  WS-JRNL-AFTER          PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM

           OPEN INPUT ACCOUNT-MASTER

           PERFORM READ-PROFILE-CHANGES
           PERFORM READ-EXTERNAL-PAYEES
           PERFORM READ-WIRE-TEMPLATES
           PERFORM READ-OUTBOUND-MONEY

           CLOSE ACCOUNT-MASTER

           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND ALERT-OUT
           IF WS-ALERT-NOT-FOUND
               OPEN OUTPUT ALERT-OUT
           END-IF
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               PERFORM SCORE-ONE-CHAIN
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE ALERT-OUT

           DISPLAY "ATOMON: WINDOW DAYS     = " WS-WINDOW-DAYS
           DISPLAY "ATOMON: PROFILE CHANGES = " WS-CHANGES-READ
           DISPLAY "ATOMON: NEW PAYEES      = " WS-PAYEES-READ
           DISPLAY "ATOMON: TXNS READ       = " WS-TXNS-READ
           DISPLAY "ATOMON: CHAINS TRACKED  = " WS-CH-COUNT
           DISPLAY "ATOMON: ALERTS WRITTEN  = " WS-ALERTS-WRITTEN
           DISPLAY "ATOMON: HOLDS PLACED    = " WS-HOLDS-PLACED
           DISPLAY "ATOMON: ALREADY HELD    = " WS-ALREADY-HELD
           DISPLAY "ATOMON: CLEARED - NO HOLD = " WS-CLEARED-SKIPPED

           GOBACK.

      * the parm may carry WINDOW=nn, the span in days a chain's
      * links must fall inside
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 13
               IF WS-PARM-LINE(WS-PARM-IDX:7) = "WINDOW="
                       AND WS-PARM-LINE(WS-PARM-IDX + 7:2) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 7:2)
                       TO WS-WINDOW-DAYS
               END-IF
           END-PERFORM
           IF WS-WINDOW-DAYS = 0
               MOVE 7 TO WS-WINDOW-DAYS
           END-IF.

       CHECK-EVENT-WINDOW.
           MOVE "N" TO WS-EVENT-IN-WINDOW
           IF WS-EVENT-DATE = 0 OR WS-EVENT-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DATE-INT - FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                   < WS-WINDOW-DAYS
               SET WS-IN-WINDOW TO TRUE
           END-IF.

      * link 1: the journal carries a before image then an after
      * image for every rewrite; the contact details are compared
      * across the pair through the customer record layout
       READ-PROFILE-CHANGES.
           MOVE "N" TO WS-HAVE-BEFORE
           OPEN INPUT CUST-JOURNAL
           IF WS-CJR-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CJR-EOF
               READ CUST-JOURNAL
                   AT END
                       SET WS-CJR-EOF TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-ONE-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE CUST-JOURNAL.

       EXAMINE-ONE-JOURNAL-ROW.
           IF CJR-BEFORE-IMAGE
               MOVE CJR-IMAGE TO WS-BEFORE-IMAGE
               SET WS-BEFORE-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BEFORE-HELD OR CJR-PROGRAM = "NCOAUPD"
               MOVE "N" TO WS-HAVE-BEFORE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAVE-BEFORE
           MOVE CJR-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-WINDOW
           IF NOT WS-IN-WINDOW
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BEFORE-IMAGE TO CUSTOMER-RECORD
           MOVE CUST-EMAIL TO WS-OLD-EMAIL
           MOVE CUST-PHONE TO WS-OLD-PHONE
           MOVE CUST-ADDRESS TO WS-OLD-ADDRESS
           MOVE CJR-IMAGE TO CUSTOMER-RECORD
           MOVE "N" TO WS-EMAIL-CHANGED
           MOVE "N" TO WS-PHONE-CHANGED
           MOVE "N" TO WS-ADDRESS-CHANGED
           IF CUST-EMAIL NOT = WS-OLD-EMAIL
               MOVE "Y" TO WS-EMAIL-CHANGED
           END-IF
           IF CUST-PHONE NOT = WS-OLD-PHONE
               MOVE "Y" TO WS-PHONE-CHANGED
           END-IF
           IF CUST-ADDRESS NOT = WS-OLD-ADDRESS
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF
           IF WS-EMAIL-CHANGED = "N" AND WS-PHONE-CHANGED = "N"
                   AND WS-ADDRESS-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHANGES-READ
           MOVE CJR-CUST-ID TO WS-EVENT-CUST-ID
           PERFORM FIND-OR-ADD-CHAIN
           IF WS-CH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-PROFILE-DATE(WS-CH-IDX) = 0
                   OR CJR-DATE < WS-CH-PROFILE-DATE(WS-CH-IDX)
               MOVE CJR-DATE TO WS-CH-PROFILE-DATE(WS-CH-IDX)
           END-IF
           IF WS-EMAIL-CHANGED = "Y"
               MOVE "Y" TO WS-CH-EMAIL-CHG(WS-CH-IDX)
           END-IF
           IF WS-PHONE-CHANGED = "Y"
               MOVE "Y" TO WS-CH-PHONE-CHG(WS-CH-IDX)
           END-IF
           IF WS-ADDRESS-CHANGED = "Y"
               MOVE "Y" TO WS-CH-ADDR-CHG(WS-CH-IDX)
           END-IF.

      * link 2a: external accounts enrolled in the window, whatever
      * their verification state - the enrollment is the setup
       READ-EXTERNAL-PAYEES.
           OPEN INPUT EXT-ACCOUNT-FILE
           IF WS-EXT-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO EXT-KEY
           START EXT-ACCOUNT-FILE KEY >= EXT-KEY
               INVALID KEY
                   SET WS-EXT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EXT-EOF
               READ EXT-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-EXT-EOF TO TRUE
                   NOT AT END
                       MOVE EXT-ENROLL-DATE TO WS-EVENT-DATE
                       MOVE EXT-CUST-ID TO WS-EVENT-CUST-ID
                       PERFORM NOTE-ONE-PAYEE
                       IF WS-IN-WINDOW AND WS-CH-IDX NOT = 0
                           MOVE "X" TO WS-CH-PAYEE-KIND(WS-CH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXT-ACCOUNT-FILE.

      * link 2b: wire templates added in the window, charged to the
      * owner of the ordering account
       READ-WIRE-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF WS-WTP-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WTP-TEMPLATE-ID
           START TEMPLATE-FILE KEY >= WTP-TEMPLATE-ID
               INVALID KEY
                   SET WS-WTP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WTP-EOF
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       SET WS-WTP-EOF TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-ONE-TEMPLATE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       EXAMINE-ONE-TEMPLATE.
           MOVE WTP-ORD-ACCT-NO(1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WTP-ADD-DATE TO WS-EVENT-DATE
           MOVE ACCT-OWNER-ID TO WS-EVENT-CUST-ID
           PERFORM NOTE-ONE-PAYEE
           IF WS-IN-WINDOW AND WS-CH-IDX NOT = 0
               MOVE "W" TO WS-CH-PAYEE-KIND(WS-CH-IDX)
           END-IF.

       NOTE-ONE-PAYEE.
           MOVE 0 TO WS-CH-IDX
           PERFORM CHECK-EVENT-WINDOW
           IF NOT WS-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYEES-READ
           PERFORM FIND-OR-ADD-CHAIN
           IF WS-CH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-PAYEE-DATE(WS-CH-IDX) = 0
                   OR WS-EVENT-DATE < WS-CH-PAYEE-DATE(WS-CH-IDX)
               MOVE WS-EVENT-DATE TO WS-CH-PAYEE-DATE(WS-CH-IDX)
           END-IF.

      * link 3: only customers already carrying a link are tracked,
      * and only money moved on or after that link counts
       READ-OUTBOUND-MONEY.
           OPEN INPUT TXN-PERIOD
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-PERIOD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       PERFORM EXAMINE-ONE-TXN
               END-READ
           END-PERFORM
           CLOSE TXN-PERIOD.

       EXAMINE-ONE-TXN.
           IF NOT TXN-COMPLETED
               EXIT PARAGRAPH
           END-IF
           IF NOT (TXN-WITHDRAWAL OR TXN-TRANSFER OR TXN-PAYMENT)
               EXIT PARAGRAPH
           END-IF
      * cash at the counter or the machine is not a takeover's
      * way out
           IF TXN-BRANCH OR TXN-ATM
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-DATE TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-WINDOW
           IF NOT WS-IN-WINDOW
               EXIT PARAGRAPH
           END-IF

      * money staying on our books is not money out
           IF TXN-TO-ACCOUNT NOT = SPACES
               MOVE TXN-TO-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE TXN-FROM-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE "N" TO WS-CH-FOUND
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT OR WS-CH-HIT
               IF WS-CH-CUST-ID(WS-CH-IDX) = ACCT-OWNER-ID
                   SET WS-CH-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CH-HIT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-CH-IDX

           MOVE WS-CH-PROFILE-DATE(WS-CH-IDX) TO WS-CHAIN-START
           IF WS-CHAIN-START = 0
                   OR (WS-CH-PAYEE-DATE(WS-CH-IDX) NOT = 0
                       AND WS-CH-PAYEE-DATE(WS-CH-IDX)
                           < WS-CHAIN-START)
               MOVE WS-CH-PAYEE-DATE(WS-CH-IDX) TO WS-CHAIN-START
           END-IF
           IF TXN-DATE < WS-CHAIN-START
               EXIT PARAGRAPH
           END-IF

           IF WS-CH-OUT-DATE(WS-CH-IDX) = 0
               MOVE TXN-DATE TO WS-CH-OUT-DATE(WS-CH-IDX)
               MOVE ACCT-NUMBER TO WS-CH-OUT-ACCOUNT(WS-CH-IDX)
           END-IF
           IF TXN-DATE > WS-CH-OUT-LAST(WS-CH-IDX)
               MOVE TXN-DATE TO WS-CH-OUT-LAST(WS-CH-IDX)
           END-IF
           ADD TXN-AMOUNT TO WS-CH-OUT-TOTAL(WS-CH-IDX)
           IF WS-CH-TXN-COUNT(WS-CH-IDX) < 10
               ADD 1 TO WS-CH-TXN-COUNT(WS-CH-IDX)
               MOVE WS-CH-TXN-COUNT(WS-CH-IDX) TO WS-TX-IDX
               MOVE TXN-ID TO WS-CH-TXN-ID(WS-CH-IDX, WS-TX-IDX)
           END-IF.

      * leaves WS-CH-IDX on the customer's chain, or zero when the
      * table is full
       FIND-OR-ADD-CHAIN.
           MOVE "N" TO WS-CH-FOUND
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT OR WS-CH-HIT
               IF WS-CH-CUST-ID(WS-CH-IDX) = WS-EVENT-CUST-ID
                   SET WS-CH-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-CH-HIT
               SUBTRACT 1 FROM WS-CH-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-COUNT >= 2000
               DISPLAY "ATOMON: CHAIN TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-CH-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE WS-CH-COUNT TO WS-CH-IDX
           INITIALIZE WS-CH-ENTRY(WS-CH-IDX)
           MOVE WS-EVENT-CUST-ID TO WS-CH-CUST-ID(WS-CH-IDX)
           MOVE "N" TO WS-CH-EMAIL-CHG(WS-CH-IDX)
           MOVE "N" TO WS-CH-PHONE-CHG(WS-CH-IDX)
           MOVE "N" TO WS-CH-ADDR-CHG(WS-CH-IDX).

       SCORE-ONE-CHAIN.
           MOVE 0 TO WS-LINKS
           MOVE 0 TO WS-WORK-SCORE
           MOVE 0 TO WS-CHAIN-END

           IF WS-CH-PROFILE-DATE(WS-CH-IDX) NOT = 0
               ADD 1 TO WS-LINKS
               ADD WS-PROFILE-POINTS TO WS-WORK-SCORE
      * email and phone are where the one-time passcodes and the
      * fraud calls go
               IF WS-CH-EMAIL-CHG(WS-CH-IDX) = "Y"
                       OR WS-CH-PHONE-CHG(WS-CH-IDX) = "Y"
                   ADD WS-CONTACT-POINTS TO WS-WORK-SCORE
               END-IF
               MOVE WS-CH-PROFILE-DATE(WS-CH-IDX) TO WS-CHAIN-END
           END-IF
           IF WS-CH-PAYEE-DATE(WS-CH-IDX) NOT = 0
               ADD 1 TO WS-LINKS
               ADD WS-PAYEE-POINTS TO WS-WORK-SCORE
               IF WS-CH-PROFILE-DATE(WS-CH-IDX) NOT = 0
                       AND WS-CH-PAYEE-DATE(WS-CH-IDX)
                           >= WS-CH-PROFILE-DATE(WS-CH-IDX)
                   ADD WS-SEQUENCE-POINTS TO WS-WORK-SCORE
               END-IF
               IF WS-CH-PAYEE-DATE(WS-CH-IDX) > WS-CHAIN-END
                   MOVE WS-CH-PAYEE-DATE(WS-CH-IDX) TO WS-CHAIN-END
               END-IF
           END-IF
           IF WS-CH-OUT-DATE(WS-CH-IDX) NOT = 0
               ADD 1 TO WS-LINKS
               ADD WS-OUTBOUND-POINTS TO WS-WORK-SCORE
               IF WS-CH-PAYEE-DATE(WS-CH-IDX) NOT = 0
                       AND WS-CH-OUT-LAST(WS-CH-IDX)
                           >= WS-CH-PAYEE-DATE(WS-CH-IDX)
                   ADD WS-SEQUENCE-POINTS TO WS-WORK-SCORE
               END-IF
               IF WS-CH-OUT-TOTAL(WS-CH-IDX) >= WS-LARGE-OUTBOUND
                   ADD WS-LARGE-POINTS TO WS-WORK-SCORE
               END-IF
               IF WS-CH-OUT-LAST(WS-CH-IDX) > WS-CHAIN-END
                   MOVE WS-CH-OUT-LAST(WS-CH-IDX) TO WS-CHAIN-END
               END-IF
           END-IF

           IF WS-LINKS < 2
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-SCORE > 100
               MOVE 100 TO WS-WORK-SCORE
           END-IF

           PERFORM WRITE-TAKEOVER-ALERT
           IF WS-WORK-SCORE >= WS-HOLD-SCORE
               PERFORM PLACE-FRAUD-HOLD
           END-IF.

       WRITE-TAKEOVER-ALERT.
           INITIALIZE AML-ALERT-RECORD
           MOVE WS-RUN-DATE TO AML-ALERT-DATE
           MOVE WS-CH-CUST-ID(WS-CH-IDX) TO AML-CUST-ID
           MOVE WS-CH-OUT-ACCOUNT(WS-CH-IDX) TO AML-ACCT-NUMBER
           SET AML-ACCOUNT-TAKEOVER TO TRUE
           MOVE WS-WORK-SCORE TO AML-SCORE

           MOVE 1 TO WS-DETAIL-PTR
           IF WS-CH-PROFILE-DATE(WS-CH-IDX) NOT = 0
               STRING "CONTACT CHG " DELIMITED BY SIZE
                   INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
               IF WS-CH-EMAIL-CHG(WS-CH-IDX) = "Y"
                   STRING "E" DELIMITED BY SIZE
                       INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
               END-IF
               IF WS-CH-PHONE-CHG(WS-CH-IDX) = "Y"
                   STRING "P" DELIMITED BY SIZE
                       INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
               END-IF
               IF WS-CH-ADDR-CHG(WS-CH-IDX) = "Y"
                   STRING "A" DELIMITED BY SIZE
                       INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
               END-IF
               STRING "; " DELIMITED BY SIZE
                   INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF
           IF WS-CH-PAYEE-DATE(WS-CH-IDX) NOT = 0
               STRING "NEW PAYEE " WS-CH-PAYEE-KIND(WS-CH-IDX) "; "
                   DELIMITED BY SIZE
                   INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF
           IF WS-CH-OUT-DATE(WS-CH-IDX) NOT = 0
               MOVE WS-CH-OUT-TOTAL(WS-CH-IDX) TO WS-AMOUNT-DISPLAY
               STRING "OUT $" WS-AMOUNT-DISPLAY "; "
                   DELIMITED BY SIZE
                   INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF
           STRING "IN " WS-WINDOW-DAYS " DAYS" DELIMITED BY SIZE
               INTO AML-DETAIL WITH POINTER WS-DETAIL-PTR

           MOVE WS-CH-TXN-COUNT(WS-CH-IDX) TO AML-TXN-COUNT
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-CH-TXN-COUNT(WS-CH-IDX)
               MOVE WS-CH-TXN-ID(WS-CH-IDX, WS-TX-IDX)
                   TO AML-TXN-ID(WS-TX-IDX)
           END-PERFORM
           WRITE AML-ALERT-RECORD
           ADD 1 TO WS-ALERTS-WRITTEN.

      * an analyst who cleared the customer after the chain's last
      * step has already seen it; only new activity holds again
       PLACE-FRAUD-HOLD.
           MOVE WS-CH-CUST-ID(WS-CH-IDX) TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-ON-FRAUD-HOLD
               ADD 1 TO WS-ALREADY-HELD
               EXIT PARAGRAPH
           END-IF
           IF CUST-FRAUD-CLEARED-DATE NOT = 0
                   AND CUST-FRAUD-CLEARED-DATE >= WS-CHAIN-END
               ADD 1 TO WS-CLEARED-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-RECORD TO WS-JRNL-BEFORE
           SET CUST-ON-FRAUD-HOLD TO TRUE
           SET FRAUD-HOLD-TAKEOVER TO TRUE
           MOVE WS-WORK-SCORE TO CUST-FRAUD-HOLD-SCORE
           MOVE WS-RUN-DATE TO CUST-FRAUD-HOLD-DATE
           MOVE 0 TO CUST-FRAUD-HOLD-EXPIRE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE CUSTOMER-RECORD TO WS-JRNL-AFTER
           ADD 1 TO WS-HOLDS-PLACED

           CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                 CUST-ID
                                 WS-JRNL-OPERATOR
                                 WS-JRNL-APPROVER
                                 WS-JRNL-BEFORE
                                 WS-JRNL-AFTER
                                 WS-JRNL-RETURN-CODE.

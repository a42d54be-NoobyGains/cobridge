       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELDRMON.

      ****************************************************************
      * MONTHLY BATCH: elder financial exploitation monitoring. Every
      * customer 65 or over (CUST-DATE-OF-BIRTH) gets a baseline of
      * normal activity from the archived transaction history - the
      * average money out per month and the largest cash
      * withdrawal over the PARM BASE=nn months (default 6) before
      * the period - and the period just ended is measured against
      * it. A case opens on any of:
      *   - a cash withdrawal over twice the largest in the baseline
      *     (and at least WS-CASH-FLOOR)
      *   - money out for the period at three times the baseline
      *     monthly average (and at least WS-OUTFLOW-FLOOR)
      *   - a new payee: an external account enrolled for transfers
      *     or a repetitive wire template added in the period
      *   - a new authorized signer added through SIGMAINT (read
      *     from the account journal) with money moving off the
      *     account within WS-SIGNER-LEAD-DAYS after
      * Each case lands on the branch manager's case queue
      * (ELDRCASQ), worked through ELDRCASE - temporary hold,
      * referral to the BSA officer, or close - and prints on the
      * case sheet (ELDRCALL) with the customer's contact details
      * for the trusted-contact call and the baseline, payee,
      * signer and transaction ids a SAR referral needs.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-STATUS.
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
           SELECT ARCHIVE-TXN ASSIGN TO "TXNARCHP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT TXN-PERIOD ASSIGN TO "TXNMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CASE-FILE ASSIGN TO "ELDRCASQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-SHEET ASSIGN TO "ELDRCALL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  ACCT-JOURNAL.
       COPY "acct-journal.cpy".

       FD  EXT-ACCOUNT-FILE.
       COPY "ext-account.cpy".

       FD  TEMPLATE-FILE.
       COPY "wire-template.cpy".

       FD  ARCHIVE-TXN.
       01  ARCHIVE-RECORD            PIC X(210).

       FD  TXN-PERIOD.
       COPY "transaction.cpy".

       FD  CASE-FILE.
       COPY "elder-case.cpy".

       FD  CASE-SHEET.
       01  CASE-SHEET-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-EOF           VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-AJR-STATUS         PIC X(2).
           88  WS-AJR-EOF            VALUE "10".
           88  WS-AJR-MISSING        VALUE "35".
       01  WS-EXT-STATUS         PIC X(2).
           88  WS-EXT-EOF            VALUE "10".
           88  WS-EXT-MISSING        VALUE "35".
       01  WS-WTP-STATUS         PIC X(2).
           88  WS-WTP-EOF            VALUE "10".
           88  WS-WTP-MISSING        VALUE "35".
       01  WS-ARC-STATUS         PIC X(2).
           88  WS-ARC-EOF            VALUE "10".
           88  WS-ARC-MISSING        VALUE "35".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-CASE-STATUS        PIC X(2).
           88  WS-CASE-OK            VALUE "00".
           88  WS-CASE-NOT-FOUND     VALUE "35".
       01  WS-SHEET-STATUS       PIC X(2).

       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-BASE-MONTHS         PIC 9(2) VALUE 6.

      * thresholds for a departure from the baseline
       01  WS-SENIOR-AGE          PIC 9(3) VALUE 65.
       01  WS-PERIOD-DAYS         PIC 9(3) VALUE 30.
       01  WS-CASH-FLOOR          PIC 9(7)V99 COMP-3 VALUE 1000.00.
       01  WS-CASH-MULTIPLE       PIC 9(2) VALUE 2.
       01  WS-OUTFLOW-FLOOR       PIC 9(7)V99 COMP-3 VALUE 2500.00.
       01  WS-OUTFLOW-MULTIPLE    PIC 9(2) VALUE 3.
       01  WS-SIGNER-LEAD-DAYS    PIC 9(3) VALUE 14.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MMDD        PIC 9(4).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-PERIOD-START        PIC 9(8).
       01  WS-BASE-START          PIC 9(8).
       01  WS-DATE-INT            PIC 9(9) COMP.
       01  WS-CUST-AGE            PIC 9(3).
       01  WS-DOB-MMDD            PIC 9(4).
       01  WS-EVENT-CUST-ID       PIC 9(10).

       01  WS-SENIORS-FOUND       PIC 9(9) COMP VALUE 0.
       01  WS-ARCHIVE-READ        PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-CASES-OPENED        PIC 9(9) COMP VALUE 0.
       01  WS-RECORD-TYPE-TEST    PIC X(2).

      * the signer ids either side of one SIGMAINT rewrite
       01  WS-BEFORE-IMAGE        PIC X(400).
       01  WS-HAVE-BEFORE         PIC X(1).
           88  WS-BEFORE-HELD         VALUE "Y".
       01  WS-OLD-SIGNER-IDS.
           05  WS-OLD-SIGNER-ID   OCCURS 5 TIMES PIC 9(10).
       01  WS-SG-IDX              PIC 9(1) COMP.
       01  WS-OLD-IDX             PIC 9(1) COMP.
       01  WS-SIGNER-IS-NEW       PIC X(1).
           88  WS-NEW-SIGNER          VALUE "Y".

      * one row per senior customer, in customer id order
       01  WS-SN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SN-IDX              PIC 9(4) COMP.
       01  WS-SN-FOUND            PIC X(1).
           88  WS-SN-HIT               VALUE "Y".
       01  WS-SENIOR-TABLE.
           05  WS-SN-ENTRY OCCURS 3000 TIMES.
               10  WS-SN-CUST-ID      PIC 9(10).
               10  WS-SN-AGE          PIC 9(3).
               10  WS-SN-BASE-OUT     PIC S9(11)V99 COMP-3.
               10  WS-SN-BASE-MAX-CASH PIC S9(11)V99 COMP-3.
               10  WS-SN-PERIOD-OUT   PIC S9(11)V99 COMP-3.
               10  WS-SN-PERIOD-CASH  PIC S9(11)V99 COMP-3.
               10  WS-SN-LARGEST-CASH PIC S9(11)V99 COMP-3.
               10  WS-SN-FLAG-CASH    PIC X(1).
               10  WS-SN-FLAG-SIGNER  PIC X(1).
               10  WS-SN-PAYEE-KIND   PIC X(1).
               10  WS-SN-PAYEE-DATE   PIC 9(8).
               10  WS-SN-PAYEE-NAME   PIC X(35).
               10  WS-SN-SIGNER-ID    PIC 9(10).
               10  WS-SN-SIGNER-NAME  PIC X(30).
               10  WS-SN-SIGNER-ACCT  PIC X(12).
               10  WS-SN-SIGNER-DATE  PIC 9(8).
               10  WS-SN-TXN-COUNT    PIC 9(2).
               10  WS-SN-TXN-ID       OCCURS 10 TIMES
                                      PIC X(20).
       01  WS-TX-IDX              PIC 9(2) COMP.

      * judging one senior
       01  WS-BASE-AVG-OUT        PIC S9(11)V99 COMP-3.
       01  WS-FLAG-OUTFLOW        PIC X(1).
       01  WS-FLAG-PAYEE          PIC X(1).
       01  WS-OUT-LIMIT           PIC S9(11)V99 COMP-3.

      * case sheet edit fields
       01  WS-AMT-1               PIC Z(9)9.99.
       01  WS-AMT-2               PIC Z(9)9.99.
       01  WS-AMT-3               PIC Z(9)9.99.
       01  WS-AMT-4               PIC Z(9)9.99.
       01  WS-SHEET-PTR           PIC 9(3) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-PERIOD-DAYS)
           COMPUTE WS-BASE-START = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-PERIOD-DAYS
                 - (WS-BASE-MONTHS * 30))

           OPEN INPUT CUSTOMER-MASTER
           PERFORM LOAD-SENIOR-CUSTOMERS
           CLOSE CUSTOMER-MASTER

           OPEN INPUT ACCOUNT-MASTER
           PERFORM READ-NEW-SIGNERS
           PERFORM READ-EXTERNAL-PAYEES
           PERFORM READ-WIRE-TEMPLATES
           PERFORM BUILD-BASELINE
           PERFORM MEASURE-THE-PERIOD
           CLOSE ACCOUNT-MASTER

           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O CASE-FILE
           IF WS-CASE-NOT-FOUND
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           OPEN OUTPUT CASE-SHEET
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               PERFORM JUDGE-ONE-SENIOR
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE CASE-FILE
           CLOSE CASE-SHEET

           DISPLAY "ELDRMON: BASELINE MONTHS  = " WS-BASE-MONTHS
           DISPLAY "ELDRMON: SENIOR CUSTOMERS = " WS-SENIORS-FOUND
           DISPLAY "ELDRMON: ARCHIVE TXNS     = " WS-ARCHIVE-READ
           DISPLAY "ELDRMON: PERIOD TXNS      = " WS-TXNS-READ
           DISPLAY "ELDRMON: CASES OPENED     = " WS-CASES-OPENED

           GOBACK.

      * the parm may carry BASE=nn, the baseline span in months
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 14
               IF WS-PARM-LINE(WS-PARM-IDX:5) = "BASE="
                       AND WS-PARM-LINE(WS-PARM-IDX + 5:2) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 5:2)
                       TO WS-BASE-MONTHS
               END-IF
           END-PERFORM
           IF WS-BASE-MONTHS = 0
               MOVE 6 TO WS-BASE-MONTHS
           END-IF.

       LOAD-SENIOR-CUSTOMERS.
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       CHECK-ONE-CUSTOMER.
           IF CUST-DOB-YEAR = 0 OR CUST-IS-DECEASED
                   OR NOT CUST-ACTIVE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUST-AGE = WS-RUN-YEAR - CUST-DOB-YEAR
           COMPUTE WS-DOB-MMDD = CUST-DOB-MONTH * 100 + CUST-DOB-DAY
           IF WS-RUN-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-CUST-AGE
           END-IF
           IF WS-CUST-AGE < WS-SENIOR-AGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SN-COUNT >= 3000
               DISPLAY "ELDRMON: SENIOR TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SN-COUNT
           ADD 1 TO WS-SENIORS-FOUND
           INITIALIZE WS-SN-ENTRY(WS-SN-COUNT)
           MOVE CUST-ID TO WS-SN-CUST-ID(WS-SN-COUNT)
           MOVE WS-CUST-AGE TO WS-SN-AGE(WS-SN-COUNT)
           MOVE "N" TO WS-SN-FLAG-CASH(WS-SN-COUNT)
           MOVE "N" TO WS-SN-FLAG-SIGNER(WS-SN-COUNT).

      * leaves WS-SN-IDX on the senior's row when WS-SN-HIT
       FIND-SENIOR.
           MOVE "N" TO WS-SN-FOUND
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT OR WS-SN-HIT
               IF WS-SN-CUST-ID(WS-SN-IDX) = WS-EVENT-CUST-ID
                   SET WS-SN-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-SN-HIT
               SUBTRACT 1 FROM WS-SN-IDX
           END-IF.

      * SIGMAINT journals a before image and an after image for
      * every signer change; an authorized signer in the after image
      * that was not in the before image is a new one
       READ-NEW-SIGNERS.
           MOVE "N" TO WS-HAVE-BEFORE
           OPEN INPUT ACCT-JOURNAL
           IF WS-AJR-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AJR-EOF
               READ ACCT-JOURNAL
                   AT END
                       SET WS-AJR-EOF TO TRUE
                   NOT AT END
                       IF AJR-PROGRAM = "SIGMAINT"
                               AND AJR-DATE >= WS-PERIOD-START
                           PERFORM EXAMINE-ONE-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-JOURNAL.

       EXAMINE-ONE-JOURNAL-ROW.
           IF AJR-BEFORE-IMAGE
               MOVE AJR-IMAGE TO WS-BEFORE-IMAGE
               SET WS-BEFORE-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BEFORE-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAVE-BEFORE

           MOVE WS-BEFORE-IMAGE TO ACCOUNT-RECORD
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > 5
               MOVE SIGNER-ID(WS-SG-IDX)
                   TO WS-OLD-SIGNER-ID(WS-SG-IDX)
           END-PERFORM
           MOVE AJR-IMAGE TO ACCOUNT-RECORD
           MOVE ACCT-OWNER-ID TO WS-EVENT-CUST-ID
           PERFORM FIND-SENIOR
           IF NOT WS-SN-HIT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > 5
               IF SIGNER-AUTHORIZED(WS-SG-IDX)
                       AND SIGNER-ID(WS-SG-IDX) NOT = 0
                   MOVE "Y" TO WS-SIGNER-IS-NEW
                   PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                           UNTIL WS-OLD-IDX > 5
                       IF WS-OLD-SIGNER-ID(WS-OLD-IDX)
                               = SIGNER-ID(WS-SG-IDX)
                           MOVE "N" TO WS-SIGNER-IS-NEW
                       END-IF
                   END-PERFORM
                   IF WS-NEW-SIGNER
                       MOVE SIGNER-ID(WS-SG-IDX)
                           TO WS-SN-SIGNER-ID(WS-SN-IDX)
                       MOVE SIGNER-NAME(WS-SG-IDX)
                           TO WS-SN-SIGNER-NAME(WS-SN-IDX)
                       MOVE ACCT-NUMBER TO WS-SN-SIGNER-ACCT(WS-SN-IDX)
                       MOVE AJR-DATE TO WS-SN-SIGNER-DATE(WS-SN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

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
                       IF EXT-ENROLL-DATE >= WS-PERIOD-START
                           MOVE EXT-CUST-ID TO WS-EVENT-CUST-ID
                           PERFORM FIND-SENIOR
                           IF WS-SN-HIT
                               MOVE "X" TO WS-SN-PAYEE-KIND(WS-SN-IDX)
                               MOVE EXT-ENROLL-DATE
                                   TO WS-SN-PAYEE-DATE(WS-SN-IDX)
                               MOVE EXT-ACCT-NAME
                                   TO WS-SN-PAYEE-NAME(WS-SN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXT-ACCOUNT-FILE.

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
                       IF WTP-ADD-DATE >= WS-PERIOD-START
                           PERFORM EXAMINE-ONE-TEMPLATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       EXAMINE-ONE-TEMPLATE.
           MOVE WTP-ORD-ACCT-NO(1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-OWNER-ID TO WS-EVENT-CUST-ID
           PERFORM FIND-SENIOR
           IF WS-SN-HIT
               MOVE "W" TO WS-SN-PAYEE-KIND(WS-SN-IDX)
               MOVE WTP-ADD-DATE TO WS-SN-PAYEE-DATE(WS-SN-IDX)
               MOVE WTP-BEN-NAME TO WS-SN-PAYEE-NAME(WS-SN-IDX)
           END-IF.

      * the baseline months run up to the start of the period;
      * archive generations are concatenated under TXNARCHP and
      * their FHT control rows are not transactions
       BUILD-BASELINE.
           OPEN INPUT ARCHIVE-TXN
           IF WS-ARC-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARC-EOF
               READ ARCHIVE-TXN
                   AT END
                       SET WS-ARC-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD(1:2) TO WS-RECORD-TYPE-TEST
                       IF WS-RECORD-TYPE-TEST NOT = "HD"
                               AND WS-RECORD-TYPE-TEST NOT = "TR"
                           MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
                           PERFORM ADD-TO-BASELINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-TXN.

       ADD-TO-BASELINE.
           IF TXN-DATE < WS-BASE-START OR TXN-DATE >= WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEBIT-OWNER
           IF NOT WS-SN-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-READ
           ADD TXN-AMOUNT TO WS-SN-BASE-OUT(WS-SN-IDX)
           IF TXN-WITHDRAWAL AND (TXN-BRANCH OR TXN-ATM)
                   AND TXN-AMOUNT > WS-SN-BASE-MAX-CASH(WS-SN-IDX)
               MOVE TXN-AMOUNT TO WS-SN-BASE-MAX-CASH(WS-SN-IDX)
           END-IF.

      * money out of an account a senior owns: completed debits only
       FIND-DEBIT-OWNER.
           MOVE "N" TO WS-SN-FOUND
           IF NOT TXN-COMPLETED
               EXIT PARAGRAPH
           END-IF
           IF NOT (TXN-WITHDRAWAL OR TXN-TRANSFER OR TXN-PAYMENT
                   OR TXN-CHECK)
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-FROM-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-OWNER-ID TO WS-EVENT-CUST-ID
           PERFORM FIND-SENIOR.

       MEASURE-THE-PERIOD.
           OPEN INPUT TXN-PERIOD
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-PERIOD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-DATE >= WS-PERIOD-START
                           PERFORM MEASURE-ONE-TXN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-PERIOD.

       MEASURE-ONE-TXN.
           PERFORM FIND-DEBIT-OWNER
           IF NOT WS-SN-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXNS-READ
           ADD TXN-AMOUNT TO WS-SN-PERIOD-OUT(WS-SN-IDX)

           IF TXN-WITHDRAWAL AND (TXN-BRANCH OR TXN-ATM)
               ADD TXN-AMOUNT TO WS-SN-PERIOD-CASH(WS-SN-IDX)
               IF TXN-AMOUNT > WS-SN-LARGEST-CASH(WS-SN-IDX)
                   MOVE TXN-AMOUNT TO WS-SN-LARGEST-CASH(WS-SN-IDX)
               END-IF
               IF TXN-AMOUNT >= WS-CASH-FLOOR
                       AND TXN-AMOUNT > WS-SN-BASE-MAX-CASH(WS-SN-IDX)
                                        * WS-CASH-MULTIPLE
                   MOVE "Y" TO WS-SN-FLAG-CASH(WS-SN-IDX)
                   PERFORM KEEP-TXN-ID
               END-IF
           END-IF

      * the new signer came first, then the money
           IF WS-SN-SIGNER-DATE(WS-SN-IDX) NOT = 0
                   AND TXN-DATE >= WS-SN-SIGNER-DATE(WS-SN-IDX)
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(TXN-DATE)
                     - FUNCTION INTEGER-OF-DATE(
                           WS-SN-SIGNER-DATE(WS-SN-IDX))
               IF WS-DATE-INT <= WS-SIGNER-LEAD-DAYS
                   MOVE "Y" TO WS-SN-FLAG-SIGNER(WS-SN-IDX)
                   PERFORM KEEP-TXN-ID
               END-IF
           END-IF.

       KEEP-TXN-ID.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-SN-TXN-COUNT(WS-SN-IDX)
               IF WS-SN-TXN-ID(WS-SN-IDX, WS-TX-IDX) = TXN-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SN-TXN-COUNT(WS-SN-IDX) < 10
               ADD 1 TO WS-SN-TXN-COUNT(WS-SN-IDX)
               MOVE WS-SN-TXN-COUNT(WS-SN-IDX) TO WS-TX-IDX
               MOVE TXN-ID TO WS-SN-TXN-ID(WS-SN-IDX, WS-TX-IDX)
           END-IF.

       JUDGE-ONE-SENIOR.
           COMPUTE WS-BASE-AVG-OUT ROUNDED =
                   WS-SN-BASE-OUT(WS-SN-IDX) / WS-BASE-MONTHS
           COMPUTE WS-OUT-LIMIT = WS-BASE-AVG-OUT * WS-OUTFLOW-MULTIPLE
           MOVE "N" TO WS-FLAG-OUTFLOW
           IF WS-SN-PERIOD-OUT(WS-SN-IDX) >= WS-OUTFLOW-FLOOR
                   AND WS-SN-PERIOD-OUT(WS-SN-IDX) > WS-OUT-LIMIT
               MOVE "Y" TO WS-FLAG-OUTFLOW
           END-IF
           MOVE "N" TO WS-FLAG-PAYEE
           IF WS-SN-PAYEE-DATE(WS-SN-IDX) NOT = 0
               MOVE "Y" TO WS-FLAG-PAYEE
           END-IF

           IF WS-SN-FLAG-CASH(WS-SN-IDX) = "N"
                   AND WS-SN-FLAG-SIGNER(WS-SN-IDX) = "N"
                   AND WS-FLAG-OUTFLOW = "N"
                   AND WS-FLAG-PAYEE = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ONE-CASE
           PERFORM PRINT-CASE-SHEET.

       OPEN-ONE-CASE.
           INITIALIZE ELDER-CASE-RECORD
           MOVE WS-SN-CUST-ID(WS-SN-IDX) TO EC-CUST-ID
           MOVE WS-RUN-DATE TO EC-OPEN-DATE
           SET EC-OPEN TO TRUE
           MOVE WS-SN-AGE(WS-SN-IDX) TO EC-CUST-AGE
           MOVE WS-SN-FLAG-CASH(WS-SN-IDX) TO EC-FLAG-CASH
           MOVE WS-FLAG-OUTFLOW TO EC-FLAG-OUTFLOW
           MOVE WS-FLAG-PAYEE TO EC-FLAG-PAYEE
           MOVE WS-SN-FLAG-SIGNER(WS-SN-IDX) TO EC-FLAG-SIGNER
           MOVE WS-BASE-MONTHS TO EC-BASE-MONTHS
           MOVE WS-BASE-AVG-OUT TO EC-BASE-AVG-OUT
           MOVE WS-SN-BASE-MAX-CASH(WS-SN-IDX) TO EC-BASE-MAX-CASH
           MOVE WS-SN-PERIOD-OUT(WS-SN-IDX) TO EC-PERIOD-OUT
           MOVE WS-SN-PERIOD-CASH(WS-SN-IDX) TO EC-PERIOD-CASH
           MOVE WS-SN-LARGEST-CASH(WS-SN-IDX) TO EC-LARGEST-CASH
           MOVE WS-SN-PAYEE-KIND(WS-SN-IDX) TO EC-PAYEE-KIND
           MOVE WS-SN-PAYEE-DATE(WS-SN-IDX) TO EC-PAYEE-DATE
           MOVE WS-SN-PAYEE-NAME(WS-SN-IDX) TO EC-PAYEE-NAME
           IF WS-SN-FLAG-SIGNER(WS-SN-IDX) = "Y"
               MOVE WS-SN-SIGNER-ID(WS-SN-IDX) TO EC-SIGNER-ID
               MOVE WS-SN-SIGNER-NAME(WS-SN-IDX) TO EC-SIGNER-NAME
               MOVE WS-SN-SIGNER-ACCT(WS-SN-IDX) TO EC-SIGNER-ACCT
               MOVE WS-SN-SIGNER-DATE(WS-SN-IDX) TO EC-SIGNER-DATE
           END-IF
           MOVE WS-SN-TXN-COUNT(WS-SN-IDX) TO EC-TXN-COUNT
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > EC-TXN-COUNT
               MOVE WS-SN-TXN-ID(WS-SN-IDX, WS-TX-IDX)
                   TO EC-TXN-ID(WS-TX-IDX)
           END-PERFORM
           WRITE ELDER-CASE-RECORD
               INVALID KEY
                   DISPLAY "ELDRMON: CASE ALREADY OPEN TODAY FOR "
                       EC-CUST-ID
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-CASES-OPENED.

      * the trusted-contact call sheet: who to call and what to
      * talk about, then the detail a SAR referral carries
       PRINT-CASE-SHEET.
           MOVE EC-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   INITIALIZE CUSTOMER-RECORD
           END-READ

           MOVE SPACES TO CASE-SHEET-LINE
           STRING "ELDER CASE CUST=" EC-CUST-ID
                  " OPENED " EC-OPEN-DATE
                  " AGE " EC-CUST-AGE
                  " NAME " DELIMITED BY SIZE
                  CUST-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY "  "
               INTO CASE-SHEET-LINE
           WRITE CASE-SHEET-LINE

           MOVE SPACES TO CASE-SHEET-LINE
           STRING "  CONTACT PHONE=" CUST-PHONE
                  " EMAIL=" CUST-EMAIL
               DELIMITED BY SIZE INTO CASE-SHEET-LINE
           WRITE CASE-SHEET-LINE

           MOVE SPACES TO CASE-SHEET-LINE
           STRING "  ADDRESS " CUST-STREET " " CUST-CITY
                  " " CUST-STATE " " CUST-ZIP
               DELIMITED BY SIZE INTO CASE-SHEET-LINE
           WRITE CASE-SHEET-LINE

           MOVE SPACES TO CASE-SHEET-LINE
           MOVE 1 TO WS-SHEET-PTR
           STRING "  TRIPPED:" DELIMITED BY SIZE
               INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
           IF EC-FLAG-CASH = "Y"
               STRING " LARGE CASH WITHDRAWAL" DELIMITED BY SIZE
                   INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
           END-IF
           IF EC-FLAG-OUTFLOW = "Y"
               STRING " MONEY OUT FAR ABOVE BASELINE"
                   DELIMITED BY SIZE
                   INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
           END-IF
           IF EC-FLAG-PAYEE = "Y"
               STRING " NEW PAYEE" DELIMITED BY SIZE
                   INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
           END-IF
           IF EC-FLAG-SIGNER = "Y"
               STRING " NEW SIGNER BEFORE MONEY MOVED"
                   DELIMITED BY SIZE
                   INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
           END-IF
           WRITE CASE-SHEET-LINE

           MOVE EC-BASE-AVG-OUT TO WS-AMT-1
           MOVE EC-BASE-MAX-CASH TO WS-AMT-2
           MOVE EC-PERIOD-OUT TO WS-AMT-3
           MOVE EC-LARGEST-CASH TO WS-AMT-4
           MOVE SPACES TO CASE-SHEET-LINE
           STRING "  BASELINE " EC-BASE-MONTHS " MOS: OUT/MO "
                  WS-AMT-1 " MAX CASH " WS-AMT-2
                  "  PERIOD: OUT " WS-AMT-3
                  " MAX CASH " WS-AMT-4
               DELIMITED BY SIZE INTO CASE-SHEET-LINE
           WRITE CASE-SHEET-LINE

           IF EC-FLAG-PAYEE = "Y"
               MOVE SPACES TO CASE-SHEET-LINE
               STRING "  NEW PAYEE " EC-PAYEE-KIND
                      " " EC-PAYEE-NAME
                      " SET UP " EC-PAYEE-DATE
                   DELIMITED BY SIZE INTO CASE-SHEET-LINE
               WRITE CASE-SHEET-LINE
           END-IF

           IF EC-FLAG-SIGNER = "Y"
               MOVE SPACES TO CASE-SHEET-LINE
               STRING "  NEW SIGNER " EC-SIGNER-ID
                      " " EC-SIGNER-NAME
                      " ON ACCT " EC-SIGNER-ACCT
                      " ADDED " EC-SIGNER-DATE
                   DELIMITED BY SIZE INTO CASE-SHEET-LINE
               WRITE CASE-SHEET-LINE
           END-IF

           IF EC-TXN-COUNT > 0
               MOVE SPACES TO CASE-SHEET-LINE
               MOVE 1 TO WS-SHEET-PTR
               STRING "  TXNS:" DELIMITED BY SIZE
                   INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > EC-TXN-COUNT
                   IF WS-TX-IDX = 6
                       WRITE CASE-SHEET-LINE
                       MOVE SPACES TO CASE-SHEET-LINE
                       MOVE 8 TO WS-SHEET-PTR
                   END-IF
                   STRING " " EC-TXN-ID(WS-TX-IDX) DELIMITED BY SIZE
                       INTO CASE-SHEET-LINE WITH POINTER WS-SHEET-PTR
               END-PERFORM
               WRITE CASE-SHEET-LINE
           END-IF

           MOVE SPACES TO CASE-SHEET-LINE
           WRITE CASE-SHEET-LINE.

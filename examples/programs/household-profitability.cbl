       IDENTIFICATION DIVISION.
       PROGRAM-ID. HHPROFIT.

      ****************************************************************
      * MONTHLY BATCH: customer and household profitability. Every
      * customer on the CIF cross-reference is a household; each
      * month's contribution is built up from:
      *   deposit spread - the ADB accumulator's sum of daily
      *                    balances credited at the funds transfer
      *                    price, less the interest paid on the
      *                    account (INTACCR's accrual, paid out by
      *                    INTCAP onto the accumulator)
      *   loan spread    - a month of each consumer loan's and
      *                    mortgage's balance at its note rate less
      *                    the funds transfer price; a loan on
      *                    nonaccrual earns nothing and still costs
      *                    its funding
      *   fee income     - the month's postings of FEEASSES,
      *                    NSFFEE and ACCTANAL (FEEPOSTS) and the
      *                    wire fees WIREFEE assessed (WIREFEER)
      *   service cost   - a unit cost per transaction on the
      *                    month's period file by TXN-CHANNEL
      * Account-level items belong to the account's owner and its
      * branch (ACCT-BRANCH-ID); loans to the borrower - the
      * consumer loan by customer id, the mortgage by SSN - and the
      * branch of the linked deposit account, else the household's
      * home branch (that of its first owned account). The fees
      * relationship pricing waived (FEEASSES's RELWAIVE register)
      * print next to each household's contribution. The report
      * (PROFRPT) ranks households, then branches, by contribution.
      * PARM MONTH=yyyymm; the default is the month before the run.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIF-FILE ASSIGN TO "CIFFILE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CIF-KEY
               ALTERNATE RECORD KEY IS CIF-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CIF-FILE-STATUS.
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
           SELECT ADB-FILE ASSIGN TO "ADBACCUM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ADB-ACCT-NUMBER
               FILE STATUS IS WS-ADB-STATUS.
           SELECT LOAN-SERVICING ASSIGN TO "LOANSERV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT FEE-POSTINGS ASSIGN TO "FEEPOSTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT WIRE-FEE-REGISTER ASSIGN TO "WIREFEER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WFR-STATUS.
           SELECT WAIVER-REGISTER ASSIGN TO "RELWAIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WVR-STATUS.
           SELECT TXN-PERIOD ASSIGN TO "TXNMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT PROFIT-RPT ASSIGN TO "PROFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIF-FILE.
       COPY "cif.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  ADB-FILE.
       COPY "adb-accum.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  FEE-POSTINGS.
       01  FEE-POSTING-RECORD        PIC X(210).

      * the register lines as WIREFEE and FEEASSES write them
       FD  WIRE-FEE-REGISTER.
       01  WIRE-FEE-REGISTER-LINE    PIC X(132).
       01  WFR-LINE-FIELDS REDEFINES WIRE-FEE-REGISTER-LINE.
           05  WFR-DATE              PIC X(8).
           05  FILLER                PIC X(5).
           05  WFR-SENDER-REF        PIC X(16).
           05  FILLER                PIC X(6).
           05  WFR-ACCT-NUMBER       PIC X(12).
           05  FILLER                PIC X(8).
           05  WFR-FEE               PIC -Z(4)9.99.
           05  WFR-ACTION            PIC X(9).
           05  FILLER                PIC X(59).

       FD  WAIVER-REGISTER.
       01  WAIVER-REGISTER-LINE      PIC X(132).
       01  WVR-LINE-FIELDS REDEFINES WAIVER-REGISTER-LINE.
           05  WVR-DATE              PIC X(8).
           05  FILLER                PIC X(6).
           05  WVR-ACCT-NUMBER       PIC X(12).
           05  FILLER                PIC X(6).
           05  WVR-CUST-ID           PIC X(10).
           05  FILLER                PIC X(9).
           05  WVR-COMBINED          PIC -Z(11)9.99.
           05  FILLER                PIC X(7).
           05  WVR-WAIVED            PIC -Z(5)9.99.
           05  FILLER                PIC X(48).

       FD  TXN-PERIOD.
       01  TXN-PERIOD-RECORD         PIC X(210).

       FD  PROFIT-RPT.
       01  PROFIT-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CIF-FILE-STATUS    PIC X(2).
           88  WS-CIF-OK             VALUE "00".
           88  WS-CIF-EOF            VALUE "10".
       01  WS-CUST-FILE-STATUS   PIC X(2).
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
       01  WS-ADB-STATUS         PIC X(2).
           88  WS-ADB-MISSING        VALUE "35".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-FEE-STATUS         PIC X(2).
           88  WS-FEE-EOF            VALUE "10".
           88  WS-FEE-MISSING        VALUE "35".
       01  WS-WFR-STATUS         PIC X(2).
           88  WS-WFR-EOF            VALUE "10".
           88  WS-WFR-MISSING        VALUE "35".
       01  WS-WVR-STATUS         PIC X(2).
           88  WS-WVR-EOF            VALUE "10".
           88  WS-WVR-MISSING        VALUE "35".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-HAVE-ADB-FILE       PIC X(1) VALUE "Y".
           88  WS-ADB-FILE-UP         VALUE "Y".

      * the posting and period records are read into one layout
       COPY "transaction.cpy".

       01  WS-PARM-LINE           PIC X(20).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-PROFIT-MONTH        PIC 9(6).
       01  WS-PROFIT-MONTH-X REDEFINES WS-PROFIT-MONTH.
           05  WS-PROFIT-YEAR     PIC 9(4).
           05  WS-PROFIT-MM       PIC 9(2).

      * Treasury's pooled funds transfer price: what a deposit
      * dollar is worth to the bank and what a loan dollar costs
      * it, a year
       01  WS-FTP-RATE            PIC 9V9(4) VALUE 0.0450.

      * operations' fully-loaded servicing cost of one transaction
      * by channel; batch items with no channel take the last
       01  WS-COST-BRANCH         PIC 9(3)V99 VALUE 3.50.
       01  WS-COST-ATM            PIC 9(3)V99 VALUE 0.85.
       01  WS-COST-ONLINE         PIC 9(3)V99 VALUE 0.10.
       01  WS-COST-MOBILE         PIC 9(3)V99 VALUE 0.05.
       01  WS-COST-OTHER          PIC 9(3)V99 VALUE 0.25.

      * the item being attributed: its owner, branch, amount and
      * the column it lands in; the last column, contribution, is
      * derived
       01  WS-AT-ACCT             PIC X(12).
       01  WS-AT-CUST-ID          PIC 9(10).
       01  WS-AT-BRANCH           PIC X(4).
       01  WS-AT-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-BUCKET              PIC 9(1).
           88  WS-BKT-DEPOSIT         VALUE 1.
           88  WS-BKT-LOAN            VALUE 2.
           88  WS-BKT-FEE             VALUE 3.
           88  WS-BKT-COST            VALUE 4.
           88  WS-BKT-WAIVED          VALUE 5.
       01  WS-BKT-IDX             PIC 9(1) COMP.
       01  WS-LOAN-RATE           PIC 9V9(4) COMP-3.

      * households in CIF key order - ascending customer id - so a
      * customer is found by halving the table
       01  WS-HH-MAX              PIC 9(5) COMP VALUE 5000.
       01  WS-HH-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-HH-IDX              PIC 9(5) COMP.
       01  WS-HH-IDX2             PIC 9(5) COMP.
       01  WS-HH-BEST             PIC 9(5) COMP.
       01  WS-HH-LOW              PIC 9(5) COMP.
       01  WS-HH-HIGH             PIC 9(5) COMP.
       01  WS-HH-FOUND            PIC X(1).
           88  WS-HH-HIT              VALUE "Y".
       01  WS-HH-TABLE.
           05  WS-HH-ENTRY OCCURS 5000 TIMES.
               10  WS-HH-CUST-ID      PIC 9(10).
               10  WS-HH-SSN          PIC X(9).
               10  WS-HH-NAME         PIC X(20).
               10  WS-HH-BRANCH       PIC X(4).
               10  WS-HH-BR-OWNED     PIC X(1).
               10  WS-HH-AMT          PIC S9(11)V99 COMP-3
                                      OCCURS 6 TIMES.
       01  WS-HH-HOLD             PIC X(86).

       01  WS-BR-MAX              PIC 9(3) COMP VALUE 200.
       01  WS-BR-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-BR-IDX              PIC 9(3) COMP.
       01  WS-BR-IDX2             PIC 9(3) COMP.
       01  WS-BR-BEST             PIC 9(3) COMP.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-ID           PIC X(4).
               10  WS-BR-AMT          PIC S9(11)V99 COMP-3
                                      OCCURS 6 TIMES.
       01  WS-BR-HOLD             PIC X(46).

      * items whose customer is not on the CIF, and the bank total
       01  WS-UNATTRIBUTED.
           05  WS-UN-AMT          PIC S9(11)V99 COMP-3
                                  OCCURS 6 TIMES.
       01  WS-BANK-TOTAL.
           05  WS-TOT-AMT         PIC S9(13)V99 COMP-3
                                  OCCURS 6 TIMES.
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOW      VALUE "Y".

       01  WS-DEPOSITS-PRICED     PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-PRICED        PIC 9(9) COMP VALUE 0.
       01  WS-MORTGAGES-PRICED    PIC 9(9) COMP VALUE 0.
       01  WS-FEES-COUNTED        PIC 9(9) COMP VALUE 0.
       01  WS-WAIVERS-COUNTED     PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-COSTED         PIC 9(9) COMP VALUE 0.
       01  WS-NO-HOUSEHOLD        PIC 9(9) COMP VALUE 0.

       01  WS-RANK                PIC 9(5) COMP.
       01  WS-DL-RANK-AREA        PIC X(5).
       01  WS-DL-RANK REDEFINES WS-DL-RANK-AREA
                                  PIC Z(4)9.
       01  WS-DL-ID               PIC X(10).
       01  WS-DL-NAME             PIC X(20).
       01  WS-DL-BRANCH           PIC X(4).
       01  WS-DL-AMOUNTS.
           05  WS-DL-AMT          PIC -Z(8)9.99 OCCURS 6 TIMES.
       01  WS-DISPLAY-FTP         PIC 9.9999.
       01  WS-DISPLAY-COST        PIC ZZ9.99 OCCURS 5 TIMES.
      * one 15-column heading over each " " + amount on the detail
       01  WS-COLUMN-HEADS.
           05  FILLER             PIC X(45) VALUE
               "   DEPOSIT SPRD    LOAN SPREAD     FEE INCOME".
           05  FILLER             PIC X(45) VALUE
               "   SERVICE COST   CONTRIBUTION    FEES WAIVED".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM SET-PROFIT-MONTH
           INITIALIZE WS-UNATTRIBUTED
           INITIALIZE WS-BANK-TOTAL

           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "HHPROFIT: ACCOUNT MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           PERFORM LOAD-HOUSEHOLDS
           CLOSE CUSTOMER-MASTER

           PERFORM PRICE-DEPOSIT-BOOK
           PERFORM PRICE-CONSUMER-BOOK
           PERFORM PRICE-MORTGAGE-BOOK
           PERFORM COUNT-FEE-POSTINGS
           PERFORM COUNT-WIRE-FEES
           PERFORM COUNT-RELATIONSHIP-WAIVERS
           PERFORM COST-TRANSACTIONS
           CLOSE ACCOUNT-MASTER

           PERFORM RANK-HOUSEHOLDS
           PERFORM RANK-BRANCHES
           OPEN OUTPUT PROFIT-RPT
           PERFORM WRITE-PROFIT-REPORT
           CLOSE PROFIT-RPT

           MOVE WS-TOT-AMT(6) TO WS-AT-AMOUNT
           DISPLAY "HHPROFIT: MONTH             = " WS-PROFIT-MONTH
           DISPLAY "HHPROFIT: HOUSEHOLDS        = " WS-HH-COUNT
           DISPLAY "HHPROFIT: BRANCHES          = " WS-BR-COUNT
           DISPLAY "HHPROFIT: DEPOSITS PRICED   = " WS-DEPOSITS-PRICED
           DISPLAY "HHPROFIT: LOANS PRICED      = " WS-LOANS-PRICED
           DISPLAY "HHPROFIT: MORTGAGES PRICED  = "
                   WS-MORTGAGES-PRICED
           DISPLAY "HHPROFIT: FEES COUNTED      = " WS-FEES-COUNTED
           DISPLAY "HHPROFIT: WAIVERS COUNTED   = " WS-WAIVERS-COUNTED
           DISPLAY "HHPROFIT: TXNS COSTED       = " WS-TXNS-COSTED
           DISPLAY "HHPROFIT: NO HOUSEHOLD      = " WS-NO-HOUSEHOLD
           DISPLAY "HHPROFIT: BANK CONTRIBUTION = " WS-AT-AMOUNT

           IF WS-TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * month-end work runs after the month closes: the month
      * before the run date unless the PARM names one
       SET-PROFIT-MONTH.
           IF WS-PARM-LINE(1:6) = "MONTH="
                   AND WS-PARM-LINE(7:6) IS NUMERIC
               MOVE WS-PARM-LINE(7:6) TO WS-PROFIT-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PROFIT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PROFIT-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-PROFIT-YEAR
               COMPUTE WS-PROFIT-MM = WS-RUN-MONTH - 1
           END-IF.

      * one household per customer on the CIF; the name and SSN
      * come off the customer master, the home branch off the
      * first account the customer owns (any account if none)
       LOAD-HOUSEHOLDS.
           OPEN INPUT CIF-FILE
           IF NOT WS-CIF-OK
               DISPLAY "HHPROFIT: CIF NOT AVAILABLE - NO HOUSEHOLDS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CIF-EOF
               READ CIF-FILE NEXT RECORD
                   AT END
                       SET WS-CIF-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CIF-ROW
               END-READ
           END-PERFORM
           CLOSE CIF-FILE.

       LOAD-ONE-CIF-ROW.
           IF WS-HH-COUNT = 0
                   OR CIF-CUST-ID NOT = WS-HH-CUST-ID(WS-HH-COUNT)
               IF WS-HH-COUNT >= WS-HH-MAX
                   IF NOT WS-TABLE-OVERFLOW
                       DISPLAY "HHPROFIT: HOUSEHOLD TABLE FULL - "
                               "ENLARGE"
                       SET WS-TABLE-OVERFLOW TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HH-COUNT
               PERFORM START-HOUSEHOLD
           END-IF
           IF WS-HH-BR-OWNED(WS-HH-COUNT) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-HH-BRANCH(WS-HH-COUNT) NOT = SPACES
                   AND NOT CIF-OWNER
               EXIT PARAGRAPH
           END-IF
           MOVE CIF-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-BRANCH-ID TO WS-HH-BRANCH(WS-HH-COUNT)
           IF CIF-OWNER
               MOVE "Y" TO WS-HH-BR-OWNED(WS-HH-COUNT)
           END-IF.

      * CUST-SSN is held dashed (999-99-9999); the mortgage book
      * carries it undashed
       START-HOUSEHOLD.
           MOVE CIF-CUST-ID TO WS-HH-CUST-ID(WS-HH-COUNT)
           MOVE SPACES TO WS-HH-SSN(WS-HH-COUNT)
           MOVE SPACES TO WS-HH-NAME(WS-HH-COUNT)
           MOVE SPACES TO WS-HH-BRANCH(WS-HH-COUNT)
           MOVE "N" TO WS-HH-BR-OWNED(WS-HH-COUNT)
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE 0 TO WS-HH-AMT(WS-HH-COUNT, WS-BKT-IDX)
           END-PERFORM
           MOVE CIF-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           STRING CUST-SSN(1:3) CUST-SSN(5:2) CUST-SSN(8:4)
               DELIMITED BY SIZE INTO WS-HH-SSN(WS-HH-COUNT)
           STRING CUST-LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CUST-FIRST-NAME DELIMITED BY "  "
               INTO WS-HH-NAME(WS-HH-COUNT).

      * a deposit earns its daily balances at the transfer price
      * for the days accumulated, less the interest paid on it
       PRICE-DEPOSIT-BOOK.
           OPEN INPUT ADB-FILE
           IF WS-ADB-MISSING
               DISPLAY "HHPROFIT: NO ADB ACCUMULATOR - NO DEPOSIT "
                       "SPREAD"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRICE-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE ADB-FILE.

       PRICE-ONE-DEPOSIT.
           MOVE ACCT-NUMBER TO ADB-ACCT-NUMBER
           READ ADB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ADB-DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AT-AMOUNT ROUNDED =
                   ADB-SUM-OF-BALANCES * WS-FTP-RATE / 365
                 - ADB-CYCLE-INT-PAID
           MOVE ACCT-OWNER-ID TO WS-AT-CUST-ID
           MOVE ACCT-BRANCH-ID TO WS-AT-BRANCH
           SET WS-BKT-DEPOSIT TO TRUE
           PERFORM POST-AMOUNT
           ADD 1 TO WS-DEPOSITS-PRICED.

      * a loan earns a month at its note rate and pays a month at
      * the transfer price
       PRICE-CONSUMER-BOOK.
           OPEN INPUT LOAN-SERVICING
           IF WS-LSV-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LSV-EOF
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-LSV-EOF TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE AND LSV-CURRENT-BALANCE > 0
                           PERFORM PRICE-ONE-CONSUMER-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SERVICING.

       PRICE-ONE-CONSUMER-LOAN.
           MOVE LSV-RATE TO WS-LOAN-RATE
           IF LSV-NONACCRUAL
               MOVE 0 TO WS-LOAN-RATE
           END-IF
           COMPUTE WS-AT-AMOUNT ROUNDED =
                   LSV-CURRENT-BALANCE * (WS-LOAN-RATE - WS-FTP-RATE)
                 / 12
           MOVE SPACES TO WS-AT-BRANCH
           IF LSV-DEPOSIT-ACCT NOT = SPACES
               MOVE LSV-DEPOSIT-ACCT TO WS-AT-ACCT
               PERFORM LOOKUP-ACCOUNT
           END-IF
           MOVE LSV-BORROWER-CUST-ID TO WS-AT-CUST-ID
           SET WS-BKT-LOAN TO TRUE
           PERFORM POST-AMOUNT
           ADD 1 TO WS-LOANS-PRICED.

      * a charged-off mortgage is off the books and a sold one is
      * no longer ours to earn on
       PRICE-MORTGAGE-BOOK.
           OPEN INPUT MORTGAGE-MASTER
           IF WS-MTG-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       IF NOT MLR-CHARGED-OFF AND NOT MLR-XFER-SOLD
                               AND MLR-CURRENT-BALANCE > 0
                           PERFORM PRICE-ONE-MORTGAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MORTGAGE-MASTER.

       PRICE-ONE-MORTGAGE.
           MOVE MLR-INTEREST-RATE TO WS-LOAN-RATE
           IF MLR-NONACCRUAL
               MOVE 0 TO WS-LOAN-RATE
           END-IF
           COMPUTE WS-AT-AMOUNT ROUNDED =
                   MLR-CURRENT-BALANCE * (WS-LOAN-RATE - WS-FTP-RATE)
                 / 12
           MOVE 0 TO WS-AT-CUST-ID
           MOVE SPACES TO WS-AT-BRANCH
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                      OR WS-AT-CUST-ID NOT = 0
               IF WS-HH-SSN(WS-HH-IDX) = MLR-BORR-SSN
                   MOVE WS-HH-CUST-ID(WS-HH-IDX) TO WS-AT-CUST-ID
               END-IF
           END-PERFORM
           SET WS-BKT-LOAN TO TRUE
           PERFORM POST-AMOUNT
           ADD 1 TO WS-MORTGAGES-PRICED.

      * the month's fee postings share the transaction layout; a
      * fee reversed or never collected is no income
       COUNT-FEE-POSTINGS.
           OPEN INPUT FEE-POSTINGS
           IF WS-FEE-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-EOF
               READ FEE-POSTINGS INTO TRANSACTION-RECORD
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       IF TXN-DATE(1:6) = WS-PROFIT-MONTH-X
                               AND NOT TXN-REVERSED
                               AND NOT TXN-FAILED
                               AND TXN-FEE > 0
                           MOVE TXN-FROM-ACCOUNT TO WS-AT-ACCT
                           MOVE TXN-FEE TO WS-AT-AMOUNT
                           SET WS-BKT-FEE TO TRUE
                           PERFORM POST-ACCOUNT-ITEM
                           ADD 1 TO WS-FEES-COUNTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-POSTINGS.

       COUNT-WIRE-FEES.
           OPEN INPUT WIRE-FEE-REGISTER
           IF WS-WFR-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WFR-EOF
               READ WIRE-FEE-REGISTER
                   AT END
                       SET WS-WFR-EOF TO TRUE
                   NOT AT END
                       IF WFR-DATE(1:6) = WS-PROFIT-MONTH-X
                               AND WFR-ACTION = " ASSESSED"
                           MOVE WFR-ACCT-NUMBER TO WS-AT-ACCT
                           MOVE WFR-FEE TO WS-AT-AMOUNT
                           SET WS-BKT-FEE TO TRUE
                           PERFORM POST-ACCOUNT-ITEM
                           ADD 1 TO WS-FEES-COUNTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WIRE-FEE-REGISTER.

       COUNT-RELATIONSHIP-WAIVERS.
           OPEN INPUT WAIVER-REGISTER
           IF WS-WVR-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WVR-EOF
               READ WAIVER-REGISTER
                   AT END
                       SET WS-WVR-EOF TO TRUE
                   NOT AT END
                       IF WVR-DATE(1:6) = WS-PROFIT-MONTH-X
                           MOVE WVR-ACCT-NUMBER TO WS-AT-ACCT
                           MOVE WVR-WAIVED TO WS-AT-AMOUNT
                           SET WS-BKT-WAIVED TO TRUE
                           PERFORM POST-ACCOUNT-ITEM
                           ADD 1 TO WS-WAIVERS-COUNTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIVER-REGISTER.

      * every customer transaction is costed once, to the account
      * it came out of (the one it went into when there is none);
      * the fee postings on the period file are not customer work
       COST-TRANSACTIONS.
           OPEN INPUT TXN-PERIOD
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-PERIOD INTO TRANSACTION-RECORD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-DATE(1:6) = WS-PROFIT-MONTH-X
                               AND NOT TXN-REVERSED
                               AND NOT (TXN-FEE > 0
                                        AND TXN-FEE = TXN-AMOUNT)
                           PERFORM COST-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXN-PERIOD.

       COST-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN TXN-BRANCH
                   MOVE WS-COST-BRANCH TO WS-AT-AMOUNT
               WHEN TXN-ATM
                   MOVE WS-COST-ATM TO WS-AT-AMOUNT
               WHEN TXN-ONLINE
                   MOVE WS-COST-ONLINE TO WS-AT-AMOUNT
               WHEN TXN-MOBILE
                   MOVE WS-COST-MOBILE TO WS-AT-AMOUNT
               WHEN OTHER
                   MOVE WS-COST-OTHER TO WS-AT-AMOUNT
           END-EVALUATE
           IF TXN-FROM-ACCOUNT NOT = SPACES
               MOVE TXN-FROM-ACCOUNT TO WS-AT-ACCT
           ELSE
               MOVE TXN-TO-ACCOUNT TO WS-AT-ACCT
           END-IF
           SET WS-BKT-COST TO TRUE
           PERFORM POST-ACCOUNT-ITEM
           ADD 1 TO WS-TXNS-COSTED.

      * an account-level item belongs to the account's owner and
      * branch
       POST-ACCOUNT-ITEM.
           PERFORM LOOKUP-ACCOUNT
           PERFORM POST-AMOUNT.

       LOOKUP-ACCOUNT.
           MOVE 0 TO WS-AT-CUST-ID
           MOVE SPACES TO WS-AT-BRANCH
           MOVE WS-AT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-OWNER-ID TO WS-AT-CUST-ID
           MOVE ACCT-BRANCH-ID TO WS-AT-BRANCH.

      * the item lands in its household's column (or the
      * no-household line), its branch's - the household's home
      * branch when the item has none of its own - and the total
       POST-AMOUNT.
           PERFORM FIND-HOUSEHOLD
           IF WS-HH-HIT
               ADD WS-AT-AMOUNT TO WS-HH-AMT(WS-HH-IDX, WS-BUCKET)
               IF WS-AT-BRANCH = SPACES
                   MOVE WS-HH-BRANCH(WS-HH-IDX) TO WS-AT-BRANCH
               END-IF
           ELSE
               ADD WS-AT-AMOUNT TO WS-UN-AMT(WS-BUCKET)
               ADD 1 TO WS-NO-HOUSEHOLD
           END-IF
           PERFORM FIND-BRANCH
           IF WS-BR-IDX > 0
               ADD WS-AT-AMOUNT TO WS-BR-AMT(WS-BR-IDX, WS-BUCKET)
           END-IF
           ADD WS-AT-AMOUNT TO WS-TOT-AMT(WS-BUCKET).

       FIND-HOUSEHOLD.
           MOVE "N" TO WS-HH-FOUND
           IF WS-AT-CUST-ID = 0 OR WS-HH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HH-LOW
           MOVE WS-HH-COUNT TO WS-HH-HIGH
           PERFORM UNTIL WS-HH-LOW > WS-HH-HIGH OR WS-HH-HIT
               COMPUTE WS-HH-IDX = (WS-HH-LOW + WS-HH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-HH-CUST-ID(WS-HH-IDX) = WS-AT-CUST-ID
                       SET WS-HH-HIT TO TRUE
                   WHEN WS-HH-CUST-ID(WS-HH-IDX) < WS-AT-CUST-ID
                       COMPUTE WS-HH-LOW = WS-HH-IDX + 1
                   WHEN WS-HH-IDX = 1
                       MOVE 0 TO WS-HH-HIGH
                   WHEN OTHER
                       COMPUTE WS-HH-HIGH = WS-HH-IDX - 1
               END-EVALUATE
           END-PERFORM.

       FIND-BRANCH.
           MOVE 0 TO WS-BR-IDX
           PERFORM VARYING WS-BR-IDX2 FROM 1 BY 1
                   UNTIL WS-BR-IDX2 > WS-BR-COUNT OR WS-BR-IDX > 0
               IF WS-BR-ID(WS-BR-IDX2) = WS-AT-BRANCH
                   MOVE WS-BR-IDX2 TO WS-BR-IDX
               END-IF
           END-PERFORM
           IF WS-BR-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT >= WS-BR-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "HHPROFIT: BRANCH TABLE FULL - ENLARGE"
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BR-COUNT
           MOVE WS-BR-COUNT TO WS-BR-IDX
           MOVE WS-AT-BRANCH TO WS-BR-ID(WS-BR-IDX)
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE 0 TO WS-BR-AMT(WS-BR-IDX, WS-BKT-IDX)
           END-PERFORM.

      * contribution = deposit spread + loan spread + fee income
      * - service cost; selection sort, highest first
       RANK-HOUSEHOLDS.
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
               COMPUTE WS-HH-AMT(WS-HH-IDX, 6) =
                       WS-HH-AMT(WS-HH-IDX, 1) + WS-HH-AMT(WS-HH-IDX, 2)
                     + WS-HH-AMT(WS-HH-IDX, 3) - WS-HH-AMT(WS-HH-IDX, 4)
           END-PERFORM
           COMPUTE WS-UN-AMT(6) = WS-UN-AMT(1) + WS-UN-AMT(2)
                                + WS-UN-AMT(3) - WS-UN-AMT(4)
           COMPUTE WS-TOT-AMT(6) = WS-TOT-AMT(1) + WS-TOT-AMT(2)
                                 + WS-TOT-AMT(3) - WS-TOT-AMT(4)
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX >= WS-HH-COUNT
               MOVE WS-HH-IDX TO WS-HH-BEST
               PERFORM VARYING WS-HH-IDX2 FROM WS-HH-IDX BY 1
                       UNTIL WS-HH-IDX2 > WS-HH-COUNT
                   IF WS-HH-AMT(WS-HH-IDX2, 6) >
                           WS-HH-AMT(WS-HH-BEST, 6)
                       MOVE WS-HH-IDX2 TO WS-HH-BEST
                   END-IF
               END-PERFORM
               IF WS-HH-BEST NOT = WS-HH-IDX
                   MOVE WS-HH-ENTRY(WS-HH-IDX) TO WS-HH-HOLD
                   MOVE WS-HH-ENTRY(WS-HH-BEST)
                       TO WS-HH-ENTRY(WS-HH-IDX)
                   MOVE WS-HH-HOLD TO WS-HH-ENTRY(WS-HH-BEST)
               END-IF
           END-PERFORM.

       RANK-BRANCHES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               COMPUTE WS-BR-AMT(WS-BR-IDX, 6) =
                       WS-BR-AMT(WS-BR-IDX, 1) + WS-BR-AMT(WS-BR-IDX, 2)
                     + WS-BR-AMT(WS-BR-IDX, 3) - WS-BR-AMT(WS-BR-IDX, 4)
           END-PERFORM
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX >= WS-BR-COUNT
               MOVE WS-BR-IDX TO WS-BR-BEST
               PERFORM VARYING WS-BR-IDX2 FROM WS-BR-IDX BY 1
                       UNTIL WS-BR-IDX2 > WS-BR-COUNT
                   IF WS-BR-AMT(WS-BR-IDX2, 6) >
                           WS-BR-AMT(WS-BR-BEST, 6)
                       MOVE WS-BR-IDX2 TO WS-BR-BEST
                   END-IF
               END-PERFORM
               IF WS-BR-BEST NOT = WS-BR-IDX
                   MOVE WS-BR-ENTRY(WS-BR-IDX) TO WS-BR-HOLD
                   MOVE WS-BR-ENTRY(WS-BR-BEST)
                       TO WS-BR-ENTRY(WS-BR-IDX)
                   MOVE WS-BR-HOLD TO WS-BR-ENTRY(WS-BR-BEST)
               END-IF
           END-PERFORM.

       WRITE-PROFIT-REPORT.
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING "HHPROFIT - HOUSEHOLD AND BRANCH PROFITABILITY"
                  "   MONTH " WS-PROFIT-MONTH
                  "   RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE WS-FTP-RATE TO WS-DISPLAY-FTP
           MOVE WS-COST-BRANCH TO WS-DISPLAY-COST(1)
           MOVE WS-COST-ATM TO WS-DISPLAY-COST(2)
           MOVE WS-COST-ONLINE TO WS-DISPLAY-COST(3)
           MOVE WS-COST-MOBILE TO WS-DISPLAY-COST(4)
           MOVE WS-COST-OTHER TO WS-DISPLAY-COST(5)
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING "FUNDS TRANSFER PRICE " WS-DISPLAY-FTP
                  "   COST PER ITEM: BRANCH " WS-DISPLAY-COST(1)
                  " ATM " WS-DISPLAY-COST(2)
                  " ONLINE " WS-DISPLAY-COST(3)
                  " MOBILE " WS-DISPLAY-COST(4)
                  " OTHER " WS-DISPLAY-COST(5)
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING "CONTRIBUTION = DEPOSIT SPREAD + LOAN SPREAD + "
                  "FEE INCOME - SERVICE COST; FEES WAIVED BY "
                  "RELATIONSHIP PRICING SHOWN BESIDE IT"
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE

           MOVE SPACES TO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE "HOUSEHOLDS RANKED BY CONTRIBUTION" TO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING " RANK CUST ID    NAME                 BRCH"
                  WS-COLUMN-HEADS
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE 0 TO WS-RANK
           PERFORM WRITE-HOUSEHOLD-LINE
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
           MOVE SPACES TO WS-DL-RANK-AREA
           MOVE SPACES TO WS-DL-ID
           MOVE "NO HOUSEHOLD ON CIF" TO WS-DL-NAME
           MOVE SPACES TO WS-DL-BRANCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE WS-UN-AMT(WS-BKT-IDX) TO WS-DL-AMT(WS-BKT-IDX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE

           MOVE SPACES TO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE "BRANCHES RANKED BY CONTRIBUTION" TO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING " RANK BRANCH                          "
                  "    "
                  WS-COLUMN-HEADS
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE 0 TO WS-RANK
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT

           MOVE SPACES TO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE
           MOVE SPACES TO WS-DL-RANK-AREA
           MOVE "BANK TOTAL" TO WS-DL-ID
           MOVE SPACES TO WS-DL-NAME
           MOVE SPACES TO WS-DL-BRANCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE WS-TOT-AMT(WS-BKT-IDX) TO WS-DL-AMT(WS-BKT-IDX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE.

      * a household with nothing on the books this month is left
      * off the ranking
       WRITE-HOUSEHOLD-LINE.
           IF WS-HH-AMT(WS-HH-IDX, 1) = 0
                   AND WS-HH-AMT(WS-HH-IDX, 2) = 0
                   AND WS-HH-AMT(WS-HH-IDX, 3) = 0
                   AND WS-HH-AMT(WS-HH-IDX, 4) = 0
                   AND WS-HH-AMT(WS-HH-IDX, 5) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-DL-RANK
           MOVE WS-HH-CUST-ID(WS-HH-IDX) TO WS-DL-ID
           MOVE WS-HH-NAME(WS-HH-IDX) TO WS-DL-NAME
           MOVE WS-HH-BRANCH(WS-HH-IDX) TO WS-DL-BRANCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE WS-HH-AMT(WS-HH-IDX, WS-BKT-IDX)
                   TO WS-DL-AMT(WS-BKT-IDX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE.

       WRITE-BRANCH-LINE.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-DL-RANK
           MOVE WS-BR-ID(WS-BR-IDX) TO WS-DL-ID
           IF WS-BR-ID(WS-BR-IDX) = SPACES
               MOVE "NONE" TO WS-DL-ID
           END-IF
           MOVE SPACES TO WS-DL-NAME
           MOVE SPACES TO WS-DL-BRANCH
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 6
               MOVE WS-BR-AMT(WS-BR-IDX, WS-BKT-IDX)
                   TO WS-DL-AMT(WS-BKT-IDX)
           END-PERFORM
           PERFORM WRITE-DETAIL-LINE.

      * columns in report order: deposit spread, loan spread, fee
      * income, service cost, contribution, fees waived
       WRITE-DETAIL-LINE.
           MOVE SPACES TO PROFIT-RPT-LINE
           STRING WS-DL-RANK-AREA " " WS-DL-ID " " WS-DL-NAME
                  " " WS-DL-BRANCH
                  " " WS-DL-AMT(1) " " WS-DL-AMT(2)
                  " " WS-DL-AMT(3) " " WS-DL-AMT(4)
                  " " WS-DL-AMT(6) " " WS-DL-AMT(5)
               DELIMITED BY SIZE INTO PROFIT-RPT-LINE
           WRITE PROFIT-RPT-LINE.

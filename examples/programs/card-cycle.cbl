       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCYCLE.

      ****************************************************************
      * NIGHTLY BATCH (after CCAPOST): credit card billing cycle.
      * Every card account whose cycle closes today (CA-NEXT-CYCLE-
      * DATE) is billed:
      *   - a late fee when the last statement's minimum payment was
      *     not paid by its due date - never more than the minimum
      *     that was missed
      *   - finance charges on the average daily balance of each
      *     balance type at its own APR (the accumulated balance
      *     times APR over 365 - the ADB times the daily rate times
      *     the days). Purchases carry a grace period: no purchase
      *     interest when the last statement balance was paid in
      *     full. Cash advances accrue from the day they post.
      *   - the minimum payment: one percent of the new balance plus
      *     this cycle's interest and fees, at least WS-MIN-FLOOR,
      *     plus anything already past due, never more than the
      *     balance; due WS-DUE-DAYS after the closing date
      * and a statement is printed (CCSTMT) with the cycle's
      * activity off CARDACTV. The cycle's accumulators then clear
      * and the next closing date moves on a month.
      * A cardholder in bankruptcy (BKRCHK: the stay in effect, or
      * the debt discharged) is charged no late fee and gets the
      * statement in the information-only format, as CLNSERV does
      * for the consumer book. A cardholder SCRACHK shows on active
      * duty on an account opened before the service began pays no
      * more than six percent; the interest above the cap is not
      * charged.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO "CARDACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-CARD-ACCT
               FILE STATUS IS WS-CA-STATUS.
           SELECT CARD-ACTIVITY-FILE ASSIGN TO "CARDACTV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CCSTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-ACCOUNT-FILE.
       COPY "card-account.cpy".

       FD  CARD-ACTIVITY-FILE.
       COPY "card-activity.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CA-STATUS          PIC X(2).
           88  WS-CA-OK              VALUE "00".
           88  WS-CA-EOF             VALUE "10".
           88  WS-CA-MISSING         VALUE "35".
       01  WS-CAC-STATUS         PIC X(2).
           88  WS-CAC-OK             VALUE "00".
           88  WS-CAC-EOF            VALUE "10".
           88  WS-CAC-NOT-FOUND      VALUE "35".
       01  WS-STM-STATUS         PIC X(2).

      * pricing: the late fee, the minimum payment floor and rate,
      * the days from closing to due date, and the day basis
       01  WS-LATE-FEE            PIC 9(3)V99 COMP-3 VALUE 29.00.
       01  WS-MIN-FLOOR           PIC 9(3)V99 COMP-3 VALUE 25.00.
       01  WS-MIN-PCT             PIC 9V9(4) COMP-3 VALUE 0.0100.
       01  WS-DUE-DAYS            PIC 9(2) VALUE 25.
       01  WS-DAYS-IN-YEAR        PIC 9(3) VALUE 365.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACCOUNTS-READ       PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-CYCLED     PIC 9(9) COMP VALUE 0.
       01  WS-LATE-FEES-HIT       PIC 9(9) COMP VALUE 0.
       01  WS-BK-STATEMENTS       PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-FEES          PIC S9(11)V99 COMP-3 VALUE 0.

      * the cycle's figures for the statement
       01  WS-PREV-BALANCE        PIC S9(9)V99 COMP-3.
       01  WS-PURCH-INTEREST      PIC S9(7)V99 COMP-3.
       01  WS-CASH-INTEREST       PIC S9(7)V99 COMP-3.
       01  WS-CYCLE-FEE           PIC S9(7)V99 COMP-3.
       01  WS-PURCH-ADB           PIC S9(9)V99 COMP-3.
       01  WS-CASH-ADB            PIC S9(9)V99 COMP-3.
       01  WS-MIN-DUE             PIC S9(9)V99 COMP-3.
       01  WS-PAST-DUE            PIC S9(9)V99 COMP-3.
       01  WS-AVAILABLE           PIC S9(9)V99 COMP-3.
       01  WS-DUE-DATE            PIC 9(8).
       01  WS-FROM-DATE           PIC 9(8).
       01  WS-CYC-YEAR            PIC 9(4).
       01  WS-CYC-MONTH           PIC 9(2).
       01  WS-GRACE-FLAG          PIC X(1).
           88  WS-PAID-IN-FULL        VALUE "Y".
       01  WS-AMT-DISPLAY         PIC -Z(8)9.99.
       01  WS-APR-DISPLAY         PIC Z9.99.
       01  WS-APR-PCT             PIC 9(2)V99.

      * the cardholder's bankruptcy case
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-STAY            VALUE "F".
           88  WS-BKR-DISCHARGED      VALUE "D".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).
       01  WS-BKR-PROTECTED       PIC X(1).
           88  WS-IN-BANKRUPTCY       VALUE "Y".

      * SCRA cap: the APRs interest is figured at this cycle
       01  WS-SCRA-CAP-RATE       PIC 9V9(4) COMP-3 VALUE 0.0600.
       01  WS-PURCH-RATE          PIC 9V9(4) COMP-3.
       01  WS-CASH-RATE           PIC 9V9(4) COMP-3.
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).

      * balanced GL pair for interest and fees billed: card loans
      * receivable against the income line
       01  WS-GL-SOURCE           PIC X(8) VALUE "CCCYCLE".
       01  WS-GL-DR-ACCT          PIC X(8) VALUE "14050000".
       01  WS-GL-CR-ACCT          PIC X(8).
       01  WS-GL-INTEREST-ACCT    PIC X(8) VALUE "41050000".
       01  WS-GL-FEE-ACCT         PIC X(8) VALUE "44050000".
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "DEPT".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-DUE-DAYS)

           OPEN I-O CARD-ACCOUNT-FILE
           IF WS-CA-MISSING
               DISPLAY "CCCYCLE: NO CARD ACCOUNT FILE"
               GOBACK
           END-IF
           OPEN I-O CARD-ACTIVITY-FILE
           IF WS-CAC-NOT-FOUND
               OPEN OUTPUT CARD-ACTIVITY-FILE
               CLOSE CARD-ACTIVITY-FILE
               OPEN I-O CARD-ACTIVITY-FILE
           END-IF
           OPEN OUTPUT STATEMENT-FILE

           MOVE LOW-VALUES TO CA-CARD-ACCT
           START CARD-ACCOUNT-FILE KEY >= CA-CARD-ACCT
               INVALID KEY
                   SET WS-CA-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CA-EOF
               READ CARD-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-CA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF CA-NEXT-CYCLE-DATE <= WS-RUN-DATE
                           PERFORM CYCLE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STATEMENT-FILE
           CLOSE CARD-ACTIVITY-FILE
           CLOSE CARD-ACCOUNT-FILE

           DISPLAY "CCCYCLE: ACCOUNTS READ    = " WS-ACCOUNTS-READ
           DISPLAY "CCCYCLE: ACCOUNTS CYCLED  = " WS-ACCOUNTS-CYCLED
           DISPLAY "CCCYCLE: LATE FEES        = " WS-LATE-FEES-HIT
           DISPLAY "CCCYCLE: BANKRUPTCY STMTS = " WS-BK-STATEMENTS
           DISPLAY "CCCYCLE: INTEREST BILLED  = " WS-TOTAL-INTEREST
           DISPLAY "CCCYCLE: FEES BILLED      = " WS-TOTAL-FEES

           GOBACK.

      * a closed account with nothing owing and nothing left on the
      * last statement has no more cycles to run
       CYCLE-ONE-ACCOUNT.
           IF CA-CLOSED AND CA-CURRENT-BAL = 0
                   AND CA-STATEMENT-BAL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-CYCLED
           PERFORM CHECK-BANKRUPTCY
           PERFORM CHECK-SCRA-CAP
           MOVE CA-STATEMENT-BAL TO WS-PREV-BALANCE
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CA-LAST-CYCLE-DATE) + 1)

           PERFORM ASSESS-LATE-FEE
           PERFORM CHARGE-FINANCE-CHARGES
           COMPUTE CA-CURRENT-BAL =
                   CA-PURCHASE-BAL + CA-CASH-BAL + CA-FEE-BAL
           PERFORM SET-MINIMUM-PAYMENT
           PERFORM COUNT-TIMES-LATE
           PERFORM PRINT-STATEMENT
           PERFORM ROLL-THE-CYCLE

           REWRITE CARD-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "CCCYCLE: REWRITE FAILED FOR "
                           CA-CARD-ACCT
           END-REWRITE.

      * the minimum the last statement asked for, not paid by its
      * due date; the fee cannot exceed that minimum
       ASSESS-LATE-FEE.
           MOVE 0 TO WS-CYCLE-FEE
           IF CA-PAYMENT-DUE-DATE = 0
                   OR CA-PAYMENT-DUE-DATE >= WS-RUN-DATE
                   OR CA-CTD-PAID-BY-DUE >= CA-MIN-PAYMENT-DUE
                   OR WS-IN-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF
           IF CA-MIN-PAYMENT-DUE < WS-LATE-FEE
               MOVE CA-MIN-PAYMENT-DUE TO WS-CYCLE-FEE
           ELSE
               MOVE WS-LATE-FEE TO WS-CYCLE-FEE
           END-IF
           ADD WS-CYCLE-FEE TO CA-FEE-BAL
           ADD WS-CYCLE-FEE TO WS-TOTAL-FEES
           ADD 1 TO WS-LATE-FEES-HIT

           INITIALIZE CARD-ACTIVITY-RECORD
           SET CAC-LATE-FEE TO TRUE
           MOVE "LATE FEE" TO CAC-REFERENCE
           MOVE "LATE PAYMENT FEE" TO CAC-DESCRIPTION
           MOVE WS-CYCLE-FEE TO CAC-AMOUNT
           PERFORM WRITE-CYCLE-ACTIVITY
           MOVE WS-GL-FEE-ACCT TO WS-GL-CR-ACCT
           MOVE WS-CYCLE-FEE TO WS-GL-AMOUNT
           PERFORM POST-CYCLE-GL.

      * interest on each balance type at its own rate; purchases
      * keep their grace when the last statement was paid in full
       CHARGE-FINANCE-CHARGES.
           MOVE 0 TO WS-PURCH-ADB
           MOVE 0 TO WS-CASH-ADB
           MOVE 0 TO WS-PURCH-INTEREST
           MOVE 0 TO WS-CASH-INTEREST
           IF CA-ADB-DAYS > 0
               COMPUTE WS-PURCH-ADB ROUNDED =
                       CA-PURCH-ADB-ACCUM / CA-ADB-DAYS
               COMPUTE WS-CASH-ADB ROUNDED =
                       CA-CASH-ADB-ACCUM / CA-ADB-DAYS
           END-IF

           MOVE "N" TO WS-GRACE-FLAG
           IF WS-PREV-BALANCE <= 0
                   OR CA-CTD-PAYMENTS + CA-CTD-CREDITS
                      >= WS-PREV-BALANCE
               SET WS-PAID-IN-FULL TO TRUE
           END-IF
           IF NOT WS-PAID-IN-FULL
               COMPUTE WS-PURCH-INTEREST ROUNDED =
                       CA-PURCH-ADB-ACCUM * WS-PURCH-RATE
                     / WS-DAYS-IN-YEAR
           END-IF
           COMPUTE WS-CASH-INTEREST ROUNDED =
                   CA-CASH-ADB-ACCUM * WS-CASH-RATE
                 / WS-DAYS-IN-YEAR

           IF WS-PURCH-INTEREST > 0
               ADD WS-PURCH-INTEREST TO CA-PURCHASE-BAL
               INITIALIZE CARD-ACTIVITY-RECORD
               SET CAC-FINANCE-CHARGE TO TRUE
               MOVE "INTEREST PURCHASES" TO CAC-REFERENCE
               MOVE "INTEREST CHARGE ON PURCHASES"
                   TO CAC-DESCRIPTION
               MOVE WS-PURCH-INTEREST TO CAC-AMOUNT
               PERFORM WRITE-CYCLE-ACTIVITY
           END-IF
           IF WS-CASH-INTEREST > 0
               ADD WS-CASH-INTEREST TO CA-CASH-BAL
               INITIALIZE CARD-ACTIVITY-RECORD
               SET CAC-FINANCE-CHARGE TO TRUE
               MOVE "INTEREST CASH" TO CAC-REFERENCE
               MOVE "INTEREST CHARGE ON CASH ADV"
                   TO CAC-DESCRIPTION
               MOVE WS-CASH-INTEREST TO CAC-AMOUNT
               PERFORM WRITE-CYCLE-ACTIVITY
           END-IF
           COMPUTE WS-GL-AMOUNT =
                   WS-PURCH-INTEREST + WS-CASH-INTEREST
           ADD WS-GL-AMOUNT TO CA-INTEREST-YTD
           ADD WS-GL-AMOUNT TO WS-TOTAL-INTEREST
           IF WS-GL-AMOUNT > 0
               MOVE WS-GL-INTEREST-ACCT TO WS-GL-CR-ACCT
               PERFORM POST-CYCLE-GL
           END-IF.

      * what is still owed on the last minimum rides on top of this
      * cycle's; the whole never exceeds the balance
       SET-MINIMUM-PAYMENT.
           MOVE 0 TO WS-PAST-DUE
           IF CA-MIN-PAYMENT-DUE > CA-CTD-PAYMENTS
               COMPUTE WS-PAST-DUE =
                       CA-MIN-PAYMENT-DUE - CA-CTD-PAYMENTS
           END-IF
           IF CA-CURRENT-BAL <= 0
               MOVE 0 TO WS-MIN-DUE
               MOVE 0 TO WS-PAST-DUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIN-DUE ROUNDED =
                   CA-CURRENT-BAL * WS-MIN-PCT
                 + WS-PURCH-INTEREST + WS-CASH-INTEREST
                 + WS-CYCLE-FEE
           IF WS-MIN-DUE < WS-MIN-FLOOR
               MOVE WS-MIN-FLOOR TO WS-MIN-DUE
           END-IF
           ADD WS-PAST-DUE TO WS-MIN-DUE
           IF WS-MIN-DUE > CA-CURRENT-BAL
               MOVE CA-CURRENT-BAL TO WS-MIN-DUE
           END-IF
           IF WS-PAST-DUE > WS-MIN-DUE
               MOVE WS-MIN-DUE TO WS-PAST-DUE
           END-IF.

      * one count a cycle, in the worst bucket the account reached,
      * for the Metro 2 history
       COUNT-TIMES-LATE.
           EVALUATE TRUE
               WHEN CA-DAYS-DELINQUENT >= 90
                   ADD 1 TO CA-TIMES-90-LATE
               WHEN CA-DAYS-DELINQUENT >= 60
                   ADD 1 TO CA-TIMES-60-LATE
               WHEN CA-DAYS-DELINQUENT >= 30
                   ADD 1 TO CA-TIMES-30-LATE
           END-EVALUATE.

       WRITE-CYCLE-ACTIVITY.
           MOVE CA-CARD-ACCT TO CAC-CARD-ACCT
           MOVE WS-RUN-DATE TO CAC-POST-DATE
           MOVE WS-RUN-DATE TO CAC-TXN-DATE
           WRITE CARD-ACTIVITY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       POST-CYCLE-GL.
           MOVE SPACES TO WS-GL-DESC
           STRING "CARD CYCLE " CA-CARD-ACCT
               DELIMITED BY SIZE INTO WS-GL-DESC
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE
                               WS-GL-DR-ACCT
                               WS-GL-CR-ACCT
                               WS-GL-COST-CENTER
                               WS-GL-AMOUNT
                               WS-GL-DESC
                               WS-GL-RETURN-CODE.

      ****************************************************************
      * THE STATEMENT: account and cycle heading, the activity posted
      * since the last closing, the balance summary, the interest
      * charge calculation by type, and the payment information
      ****************************************************************
       PRINT-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           STRING "CARD STATEMENT  ACCOUNT " CA-CARD-ACCT
                  "  " CA-CARDHOLDER-NAME
                  "  PERIOD " WS-FROM-DATE " TO " WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE CA-CARD-ACCT TO CAC-CARD-ACCT
           MOVE WS-FROM-DATE TO CAC-POST-DATE
           MOVE LOW-VALUES TO CAC-REFERENCE
           MOVE "00" TO WS-CAC-STATUS
           START CARD-ACTIVITY-FILE KEY >= CAC-KEY
               INVALID KEY
                   SET WS-CAC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAC-EOF
               READ CARD-ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET WS-CAC-EOF TO TRUE
                   NOT AT END
                       IF CAC-CARD-ACCT NOT = CA-CARD-ACCT
                               OR CAC-POST-DATE > WS-RUN-DATE
                           SET WS-CAC-EOF TO TRUE
                       ELSE
                           PERFORM PRINT-ACTIVITY-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-PREV-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PREVIOUS BALANCE        " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-AMT-DISPLAY =
                   0 - CA-CTD-PAYMENTS - CA-CTD-CREDITS
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PAYMENTS AND CREDITS    " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CTD-PURCHASES TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PURCHASES               " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CTD-CASH TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CASH ADVANCES           " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CYCLE-FEE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  FEES CHARGED            " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-AMT-DISPLAY =
                   WS-PURCH-INTEREST + WS-CASH-INTEREST
           MOVE SPACES TO STATEMENT-LINE
           STRING "  INTEREST CHARGED        " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CURRENT-BAL TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  NEW BALANCE             " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CREDIT-LIMIT TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CREDIT LIMIT            " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-AVAILABLE = CA-CREDIT-LIMIT - CA-CURRENT-BAL
           IF WS-AVAILABLE < 0 OR CA-CLOSED
               MOVE 0 TO WS-AVAILABLE
           END-IF
           MOVE WS-AVAILABLE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  AVAILABLE CREDIT        " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE WS-APR-PCT = WS-PURCH-RATE * 100
           MOVE WS-APR-PCT TO WS-APR-DISPLAY
           MOVE WS-PURCH-ADB TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PURCHASES     APR " WS-APR-DISPLAY
                  "%  AVERAGE DAILY BALANCE" WS-AMT-DISPLAY
                  "  DAYS " CA-ADB-DAYS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-APR-PCT = WS-CASH-RATE * 100
           MOVE WS-APR-PCT TO WS-APR-DISPLAY
           MOVE WS-CASH-ADB TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CASH ADVANCES APR " WS-APR-DISPLAY
                  "%  AVERAGE DAILY BALANCE" WS-AMT-DISPLAY
                  "  DAYS " CA-ADB-DAYS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-IN-BANKRUPTCY
               MOVE WS-MIN-DUE TO WS-AMT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  SCHEDULED PAYMENT" WS-AMT-DISPLAY
                      " INFORMATION ONLY - NOT A DEMAND FOR PAYMENT"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-BK-STATEMENTS
           ELSE
               MOVE WS-MIN-DUE TO WS-AMT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  MINIMUM PAYMENT DUE     " WS-AMT-DISPLAY
                      "  BY " WS-DUE-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-PAST-DUE > 0
                   MOVE WS-PAST-DUE TO WS-AMT-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  INCLUDES PAST DUE       " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               IF WS-MIN-DUE > 0
                   MOVE WS-LATE-FEE TO WS-AMT-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  LATE PAYMENT WARNING: IF THE MINIMUM IS "
                          "NOT RECEIVED BY THE DUE DATE A LATE FEE "
                          "OF UP TO" WS-AMT-DISPLAY " APPLIES"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       PRINT-ACTIVITY-LINE.
           MOVE CAC-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  " CAC-TXN-DATE "  " CAC-POST-DATE
                  "  " CAC-DESCRIPTION
                  "  " CAC-REFERENCE
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * the statement's figures become the account's, the cycle's
      * accumulators clear, and the closing date moves on a month
       ROLL-THE-CYCLE.
           MOVE CA-CURRENT-BAL TO CA-STATEMENT-BAL
           MOVE WS-MIN-DUE TO CA-MIN-PAYMENT-DUE
           MOVE WS-PAST-DUE TO CA-PAST-DUE-AMT
           IF WS-MIN-DUE > 0
               MOVE WS-DUE-DATE TO CA-PAYMENT-DUE-DATE
           ELSE
               MOVE 0 TO CA-PAYMENT-DUE-DATE
               MOVE 0 TO CA-DELINQ-SINCE
               MOVE 0 TO CA-DAYS-DELINQUENT
           END-IF
           MOVE 0 TO CA-CTD-PURCHASES
           MOVE 0 TO CA-CTD-CASH
           MOVE 0 TO CA-CTD-CREDITS
           MOVE 0 TO CA-CTD-PAYMENTS
           MOVE 0 TO CA-CTD-PAID-BY-DUE
           MOVE 0 TO CA-PURCH-ADB-ACCUM
           MOVE 0 TO CA-CASH-ADB-ACCUM
           MOVE 0 TO CA-ADB-DAYS
           MOVE WS-RUN-DATE TO CA-LAST-CYCLE-DATE
           PERFORM UNTIL CA-NEXT-CYCLE-DATE > WS-RUN-DATE
               MOVE CA-NEXT-CYCLE-DATE(1:4) TO WS-CYC-YEAR
               MOVE CA-NEXT-CYCLE-DATE(5:2) TO WS-CYC-MONTH
               ADD 1 TO WS-CYC-MONTH
               IF WS-CYC-MONTH > 12
                   MOVE 1 TO WS-CYC-MONTH
                   ADD 1 TO WS-CYC-YEAR
               END-IF
               COMPUTE CA-NEXT-CYCLE-DATE =
                       WS-CYC-YEAR * 10000 + WS-CYC-MONTH * 100
                     + CA-CYCLE-DAY
           END-PERFORM.

      * the stay, and after it a discharge, bar any demand for
      * payment or a late fee
       CHECK-BANKRUPTCY.
           MOVE "N" TO WS-BKR-PROTECTED
           CALL "BKRCHK" USING CA-CUST-ID
                               CA-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE = 0
                   AND (WS-BKR-STAY OR WS-BKR-DISCHARGED)
               SET WS-IN-BANKRUPTCY TO TRUE
           END-IF.

      * the cap holds while the cardholder is in service on the
      * closing date and only for an account opened before the
      * service start
       CHECK-SCRA-CAP.
           MOVE CA-PURCHASE-APR TO WS-PURCH-RATE
           MOVE CA-CASH-APR TO WS-CASH-RATE
           CALL "SCRACHK" USING CA-CUST-ID
                                CA-SSN
                                WS-RUN-DATE
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0
                   AND WS-ON-ACTIVE-DUTY
                   AND CA-OPEN-DATE < WS-SCRA-START
               IF WS-PURCH-RATE > WS-SCRA-CAP-RATE
                   MOVE WS-SCRA-CAP-RATE TO WS-PURCH-RATE
               END-IF
               IF WS-CASH-RATE > WS-SCRA-CAP-RATE
                   MOVE WS-SCRA-CAP-RATE TO WS-CASH-RATE
               END-IF
           END-IF.

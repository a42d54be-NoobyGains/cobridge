      *================================================================*
      * CREDIT CARD ACCOUNT RECORD - COBridge Example
      * The revolving credit account behind a bank credit card: one
      * row per card account, keyed by card account number, opened
      * and maintained through CCAMAINT. Each card on the account
      * carries the number in CM-CREDIT-ACCT. CCAPOST posts the
      * day's settled card items and keyed payments to it, rolls
      * the balances into the average-daily-balance accumulators
      * and ages the delinquency; CCCYCLE closes the cycle on the
      * account's cycle day - finance charges, late fee, minimum
      * payment, statement.
      *================================================================*
       01  CARD-ACCOUNT-RECORD.
           05  CA-CARD-ACCT              PIC X(12).
           05  CA-CUST-ID                PIC 9(10).
           05  CA-CARDHOLDER-NAME        PIC X(30).
           05  CA-SSN                    PIC 9(9).
           05  CA-OPEN-DATE              PIC 9(8).
           05  CA-STATUS                 PIC X(1).
               88  CA-OPEN                   VALUE 'A'.
               88  CA-CLOSED                 VALUE 'X'.
           05  CA-CLOSE-DATE             PIC 9(8).
           05  CA-CREDIT-LIMIT           PIC S9(9)V99 COMP-3.
           05  CA-CASH-LIMIT             PIC S9(9)V99 COMP-3.
      * the balance by type: each type carries its own APR, and
      * fees (late fees) are not charged interest
           05  CA-BALANCES.
               10  CA-PURCHASE-BAL       PIC S9(9)V99 COMP-3.
               10  CA-CASH-BAL           PIC S9(9)V99 COMP-3.
               10  CA-FEE-BAL            PIC S9(9)V99 COMP-3.
           05  CA-CURRENT-BAL            PIC S9(9)V99 COMP-3.
           05  CA-PURCHASE-APR           PIC 9V9(4) COMP-3.
           05  CA-CASH-APR               PIC 9V9(4) COMP-3.
      * the billing cycle: the day of the month the cycle closes,
      * the last and next closing dates, and what the last
      * statement left owing
           05  CA-CYCLE-DAY              PIC 9(2).
           05  CA-LAST-CYCLE-DATE        PIC 9(8).
           05  CA-NEXT-CYCLE-DATE        PIC 9(8).
           05  CA-STATEMENT-BAL          PIC S9(9)V99 COMP-3.
           05  CA-PAYMENT-DUE-DATE       PIC 9(8).
           05  CA-MIN-PAYMENT-DUE        PIC S9(7)V99 COMP-3.
           05  CA-PAST-DUE-AMT           PIC S9(7)V99 COMP-3.
      * cycle-to-date activity, cleared when the cycle closes
           05  CA-CYCLE-TO-DATE.
               10  CA-CTD-PURCHASES      PIC S9(9)V99 COMP-3.
               10  CA-CTD-CASH           PIC S9(9)V99 COMP-3.
               10  CA-CTD-CREDITS        PIC S9(9)V99 COMP-3.
               10  CA-CTD-PAYMENTS       PIC S9(9)V99 COMP-3.
      * the part of those payments made by the due date, which is
      * what decides the late fee
               10  CA-CTD-PAID-BY-DUE    PIC S9(9)V99 COMP-3.
      * average-daily-balance accumulators by type, one day added
      * per CCAPOST night; the last date guards a rerun
               10  CA-PURCH-ADB-ACCUM    PIC S9(13)V99 COMP-3.
               10  CA-CASH-ADB-ACCUM     PIC S9(13)V99 COMP-3.
               10  CA-ADB-DAYS           PIC 9(3).
           05  CA-LAST-ACCUM-DATE        PIC 9(8).
      * delinquency: the oldest due date still unpaid and the days
      * since it, aged nightly, for COLLQBLD and METRO2
           05  CA-DELINQ-SINCE           PIC 9(8).
           05  CA-DAYS-DELINQUENT        PIC 9(4).
           05  CA-TIMES-30-LATE          PIC 9(3).
           05  CA-TIMES-60-LATE          PIC 9(3).
           05  CA-TIMES-90-LATE          PIC 9(3).
           05  CA-LAST-PAID-DATE         PIC 9(8).
           05  CA-INTEREST-YTD           PIC S9(7)V99 COMP-3.
           05  CA-CHANGED-BY             PIC 9(8).
           05  CA-CHANGED-DATE           PIC 9(8).

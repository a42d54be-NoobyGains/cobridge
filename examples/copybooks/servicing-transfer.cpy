      *================================================================*
      * MORTGAGE SERVICING TRANSFER RECORD - COBridge Example
      * The transfer tape that moves the servicing of a block of
      * loans between servicers: SVCXOUT builds it when we sell
      * servicing, SVCXIN boards one when we buy. Framed by the
      * standard FHT header and trailer (trailer count = loan rows,
      * control total = unpaid principal), it carries per loan, in
      * this order:
      *   LN - the loan: terms, borrower, property, escrow and the
      *        delinquency history
      *   ES - one row per escrow payee on ESCRPAYE
      *   AM - one row per amortization schedule line
      * Amounts are unsigned display except the escrow balance and
      * shortage, which can run negative.
      *================================================================*
       01  SERVICING-TRANSFER-RECORD.
           05  STX-RECORD-TYPE           PIC X(2).
               88  STX-HEADER-ROW            VALUE 'HD'.
               88  STX-TRAILER-ROW           VALUE 'TR'.
               88  STX-LOAN-ROW              VALUE 'LN'.
               88  STX-ESCROW-ROW            VALUE 'ES'.
               88  STX-AMORT-ROW             VALUE 'AM'.
           05  STX-LOAN-NUMBER           PIC X(20).
           05  STX-DETAIL                PIC X(558).
           05  STX-LOAN-DETAIL REDEFINES STX-DETAIL.
               10  STX-TRANSFER-DATE     PIC 9(8).
               10  STX-FROM-SERVICER     PIC 9(10).
               10  STX-FROM-NAME         PIC X(35).
               10  STX-TO-SERVICER       PIC 9(10).
               10  STX-TO-NAME           PIC X(35).
               10  STX-INVESTOR-CODE     PIC X(5).
               10  STX-LOAN-TYPE         PIC X(2).
               10  STX-LOAN-PURPOSE      PIC X(2).
               10  STX-BORR-LAST-NAME    PIC X(35).
               10  STX-BORR-FIRST-NAME   PIC X(25).
               10  STX-BORR-MI           PIC X(1).
               10  STX-BORR-SSN          PIC 9(9).
               10  STX-BORR-DOB          PIC 9(8).
               10  STX-BORR-CREDIT-SCR   PIC 9(3).
               10  STX-PROP-STREET1      PIC X(40).
               10  STX-PROP-STREET2      PIC X(40).
               10  STX-PROP-CITY         PIC X(30).
               10  STX-PROP-STATE        PIC X(2).
               10  STX-PROP-ZIP          PIC 9(5).
               10  STX-PROP-ZIP4         PIC 9(4).
               10  STX-PROP-COUNTY       PIC X(30).
               10  STX-ORIG-AMOUNT       PIC 9(9)V99.
               10  STX-CURRENT-BALANCE   PIC 9(9)V99.
               10  STX-INTEREST-RATE     PIC 9V9(4).
               10  STX-ORIG-RATE         PIC 9V9(4).
               10  STX-TERM-MONTHS       PIC 9(3).
               10  STX-REMAIN-MONTHS     PIC 9(3).
               10  STX-PAYMENT-AMOUNT    PIC 9(7)V99.
               10  STX-PI-AMOUNT         PIC 9(7)V99.
               10  STX-ESCROW-AMOUNT     PIC 9(7)V99.
               10  STX-LTV-RATIO         PIC 9V9(4).
               10  STX-APPRAISAL-VALUE   PIC 9(9)V99.
               10  STX-ORIGINATION-DATE  PIC 9(8).
               10  STX-MATURITY-DATE     PIC 9(8).
               10  STX-FIRST-PMT-DATE    PIC 9(8).
               10  STX-NEXT-PMT-DUE      PIC 9(8).
               10  STX-TAX-AMOUNT        PIC 9(7)V99.
               10  STX-INSURANCE-AMT     PIC 9(7)V99.
               10  STX-PMI-AMOUNT        PIC 9(5)V99.
               10  STX-ESCROW-BALANCE    PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
               10  STX-ESCROW-SHORT      PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
               10  STX-SUSPENSE-BALANCE  PIC 9(7)V99.
               10  STX-DEFERRED-PRINCIPAL
                                         PIC 9(9)V99.
               10  STX-DAYS-DELINQUENT   PIC 9(4).
               10  STX-TIMES-30-LATE     PIC 9(3).
               10  STX-TIMES-60-LATE     PIC 9(3).
               10  STX-TIMES-90-LATE     PIC 9(3).
               10  STX-LAST-PAID-DATE    PIC 9(8).
               10  STX-LAST-PAID-AMOUNT  PIC 9(7)V99.
               10  STX-NONACCRUAL-FLAG   PIC X(1).
               10  STX-LATE-CHARGES-DUE  PIC 9(5)V99.
               10  STX-LATE-GRACE-DAYS   PIC 9(2).
               10  FILLER                PIC X(1).
           05  STX-ESCROW-DETAIL REDEFINES STX-DETAIL.
               10  STX-EPY-PAYEE-TYPE    PIC X(1).
               10  STX-EPY-PAYEE-NAME    PIC X(30).
               10  STX-EPY-PAYEE-ACCT    PIC X(17).
               10  STX-EPY-PAY-METHOD    PIC X(1).
               10  STX-EPY-ROUTING       PIC 9(9).
               10  STX-EPY-NEXT-DUE-DATE PIC 9(8).
               10  STX-EPY-FREQUENCY     PIC 9(2).
               10  STX-EPY-AMOUNT        PIC 9(7)V99.
               10  STX-EPY-PARCEL-NUMBER PIC X(25).
               10  FILLER                PIC X(456).
           05  STX-AMORT-DETAIL REDEFINES STX-DETAIL.
               10  STX-AMORT-SEQ         PIC 9(2).
               10  STX-AMORT-DATE        PIC 9(8).
               10  STX-AMORT-PRINCIPAL   PIC 9(7)V99.
               10  STX-AMORT-INTEREST    PIC 9(7)V99.
               10  STX-AMORT-BALANCE     PIC 9(9)V99.
               10  FILLER                PIC X(519).

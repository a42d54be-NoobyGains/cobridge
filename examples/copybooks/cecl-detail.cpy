      *================================================================*
      * CECL ALLOWANCE LOAN DETAIL RECORD - COBridge Example
      * One row per loan in the quarter-end allowance run
      * (CECLCALC): the pool it fell in (book, product, delinquency
      * bucket), its balance, the pool loss rate applied and the
      * allowance that produced. The rows of a pool add up to the
      * pool line on the allowance report, so an examiner can trace
      * every pool total to its loans.
      *================================================================*
       01  CECL-DETAIL-RECORD.
           05  CED-QUARTER               PIC 9(5).
           05  CED-BOOK                  PIC X(1).
               88  CED-MORTGAGE              VALUE 'M'.
               88  CED-CONSUMER              VALUE 'C'.
           05  CED-PRODUCT               PIC X(2).
           05  CED-BUCKET                PIC X(1).
               88  CED-CURRENT               VALUE '0'.
               88  CED-PD-30                 VALUE '1'.
               88  CED-PD-60                 VALUE '2'.
               88  CED-PD-90                 VALUE '3'.
               88  CED-PD-120                VALUE '4'.
           05  CED-LOAN-NUMBER           PIC X(20).
           05  CED-DAYS-DELINQUENT       PIC 9(4).
           05  CED-BALANCE               PIC S9(9)V99 COMP-3.
           05  CED-LOSS-RATE             PIC 9V9(6) COMP-3.
           05  CED-ALLOWANCE             PIC S9(9)V99 COMP-3.

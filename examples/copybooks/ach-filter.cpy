      *================================================================*
      * ACH DEBIT FILTER RECORD - COBridge Example
      * The debit block / filter service for business accounts,
      * keyed by account number and originating company id. The
      * account's control row carries a blank company id and says
      * how its inbound debits are treated: 'B' blocks every ACH
      * debit, 'F' lets through only the companies listed on the
      * account's other rows - each for the SEC code given (blank
      * for any) and up to its per-entry maximum (zero for no
      * maximum). An account with no control row is not enrolled
      * and posts as it always has. ACHPOST parks every debit the
      * filter does not authorize on the ACHFLTEX exception queue
      * and counts it on the control row for ACCTANAL to price.
      *================================================================*
       01  ACH-FILTER-RECORD.
           05  AFL-KEY.
               10  AFL-ACCOUNT-NUMBER    PIC X(12).
               10  AFL-COMPANY-ID        PIC X(10).
           05  AFL-MODE                  PIC X(1).
               88  AFL-BLOCK-ALL             VALUE 'B'.
               88  AFL-FILTER-LISTED         VALUE 'F'.
           05  AFL-STATUS                PIC X(1).
               88  AFL-ACTIVE                VALUE 'A'.
               88  AFL-INACTIVE              VALUE 'I'.
           05  AFL-COMPANY-NAME          PIC X(16).
           05  AFL-SEC-CODE              PIC X(3).
           05  AFL-MAX-AMOUNT            PIC S9(11)V99 COMP-3.
      * exceptions raised since the last account analysis - on the
      * control row only; ACCTANAL prices and clears it
           05  AFL-CYCLE-EXCEPTIONS      PIC 9(5) COMP-3.
           05  AFL-ADDED-BY              PIC 9(10).
           05  AFL-ADDED-DATE            PIC 9(8).
           05  FILLER                    PIC X(20).

      *================================================================*
      * BROKERAGE TAX LOT RELIEF RECORD - COBridge Example
      * One row per lot a sale relieved, written by TAXLOT as
      * POSUPDT applies a settled sell: the shares taken from the
      * lot, their share of the proceeds, the adjusted cost
      * relieved, and the short/long term from the lot's holding
      * period. Keyed by account and sale date so a buy can find
      * the loss sales of the prior thirty days and carry their
      * disallowed loss into its own lot. TAX1099B builds the
      * 1099-B from these rows and stamps each one it reports.
      *================================================================*
       01  TAX-LOT-RELIEF-RECORD.
           05  TR-KEY.
               10  TR-ACCT-NUMBER        PIC X(12).
               10  TR-SALE-DATE          PIC 9(8).
               10  TR-EXEC-ID            PIC X(20).
               10  TR-LOT-ID             PIC X(12).
           05  TR-SYMBOL                 PIC X(8).
           05  TR-CUSIP                  PIC X(9).
           05  TR-METHOD                 PIC X(1).
           05  TR-ACQ-DATE               PIC 9(8).
           05  TR-HOLD-FROM-DATE         PIC 9(8).
           05  TR-TERM                   PIC X(1).
               88  TR-SHORT-TERM             VALUE 'S'.
               88  TR-LONG-TERM              VALUE 'L'.
           05  TR-QUANTITY               PIC S9(10) COMP-3.
           05  TR-PROCEEDS               PIC S9(13)V99 COMP-3.
           05  TR-COST-BASIS             PIC S9(13)V99 COMP-3.
      * proceeds less basis, before any wash-sale disallowance
           05  TR-GAIN-LOSS              PIC S9(13)V99 COMP-3.
      * the part of a loss disallowed as a wash sale, the loss
      * shares matched to replacement shares so far, and the last
      * replacement lot the loss was carried into
           05  TR-WASH-DISALLOWED        PIC S9(13)V99 COMP-3.
           05  TR-WASH-SHARES            PIC S9(10) COMP-3.
           05  TR-WASH-LOT-ID            PIC X(12).
           05  TR-REPORTED-DATE          PIC 9(8).

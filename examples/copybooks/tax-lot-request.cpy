      *================================================================*
      * TAX LOT SUBLEDGER REQUEST - COBridge Example
      * Passed to TAXLOT by every program that moves a position:
      *   O - carry in: open a lot for any position quantity the
      *       lots do not yet cover (positions held before the
      *       subledger), at the position's remaining basis
      *   A - add a lot for a settled buy
      *   R - relieve lots for a settled sell
      *   S - scale the position's lots by a split ratio
      *   K - re-key the position's lots to a new symbol
      * TAXLOT hands back the basis it relieved and the wash-sale
      * loss it moved into this position's lots, so the caller can
      * keep POS-COST-BASIS equal to the lots.
      *================================================================*
       01  TAX-LOT-REQUEST.
           05  TLQ-FUNCTION              PIC X(1).
               88  TLQ-CARRY-IN              VALUE 'O'.
               88  TLQ-ADD-LOT               VALUE 'A'.
               88  TLQ-RELIEVE               VALUE 'R'.
               88  TLQ-SPLIT                 VALUE 'S'.
               88  TLQ-REKEY                 VALUE 'K'.
           05  TLQ-ACCT-NUMBER           PIC X(12).
           05  TLQ-SYMBOL                PIC X(8).
           05  TLQ-NEW-SYMBOL            PIC X(8).
           05  TLQ-CUSIP                 PIC X(9).
           05  TLQ-TRADE-DATE            PIC 9(8).
           05  TLQ-EXEC-ID               PIC X(20).
           05  TLQ-LOT-ID                PIC X(12).
      * shares and cash of the buy or sell; for O the position's
      * quantity and basis, for S the position's post-split shares
           05  TLQ-QUANTITY              PIC S9(10) COMP-3.
           05  TLQ-AMOUNT                PIC S9(13)V99 COMP-3.
           05  TLQ-RATIO                 PIC 9(5)V9(4).
      * returned
           05  TLQ-BASIS-RELIEVED        PIC S9(13)V99 COMP-3.
           05  TLQ-WASH-CARRIED          PIC S9(13)V99 COMP-3.
           05  TLQ-QTY-UNMATCHED         PIC S9(10) COMP-3.
           05  TLQ-LOT-FALLBACK          PIC X(1).
               88  TLQ-NAMED-LOT-SHORT       VALUE 'Y'.
           05  TLQ-LATE-WASH             PIC X(1).
               88  TLQ-WASH-AFTER-REPORT     VALUE 'Y'.

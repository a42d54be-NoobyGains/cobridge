      *================================================================*
      * BROKERAGE TAX LOT RECORD - COBridge Example
      * The tax-lot subledger under each position master row: one
      * row per buy lot, keyed by the position (account/symbol) and
      * a lot id built from the acquisition date and a sequence, so
      * a keyed scan of one position walks its lots oldest first.
      * TAXLOT is the only program that writes it: POSUPDT opens a
      * lot for each settled buy and relieves lots on a sell by the
      * account's election (LOTELECT), CORPACT scales lots on a
      * split and re-keys them on a symbol change. The open lots'
      * adjusted cost always sums to POS-COST-BASIS. A wash-sale
      * loss disallowed on a sale is carried into the replacement
      * lot's adjusted cost, and its holding period tacked onto the
      * lot's HOLD-FROM date.
      *================================================================*
       01  TAX-LOT-RECORD.
           05  TL-KEY.
               10  TL-ACCT-NUMBER        PIC X(12).
               10  TL-SYMBOL             PIC X(8).
               10  TL-LOT-ID             PIC X(12).
               10  TL-LOT-ID-PARTS REDEFINES TL-LOT-ID.
                   15  TL-LOT-DATE           PIC 9(8).
                   15  TL-LOT-SEQ            PIC 9(4).
           05  TL-CUSIP                  PIC X(9).
           05  TL-STATUS                 PIC X(1).
               88  TL-OPEN                   VALUE 'O'.
               88  TL-CLOSED                 VALUE 'C'.
           05  TL-ACQ-DATE               PIC 9(8).
      * start of the holding period: the acquisition date, or
      * earlier when a washed lot's holding period was tacked on
           05  TL-HOLD-FROM-DATE         PIC 9(8).
           05  TL-ORIG-QUANTITY          PIC S9(10) COMP-3.
           05  TL-QUANTITY               PIC S9(10) COMP-3.
           05  TL-ORIG-COST              PIC S9(13)V99 COMP-3.
      * cost of the shares still open, wash-sale carry included
           05  TL-ADJ-COST               PIC S9(13)V99 COMP-3.
           05  TL-WASH-ADJUSTMENT        PIC S9(13)V99 COMP-3.
      * open shares already used as replacement shares for a wash
      * sale - a share can absorb only one disallowed loss
           05  TL-WASH-SHARES            PIC S9(10) COMP-3.
           05  TL-EXEC-ID                PIC X(20).
           05  TL-LAST-ACTIVITY          PIC 9(8).

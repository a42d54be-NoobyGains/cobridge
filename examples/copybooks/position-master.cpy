      * settlement, so "what does account X hold" is one keyed read
      * instead of a replay of every trade. CORPACT applies cash
      * dividends, splits, and symbol changes against these rows.
      * PRCLOAD marks each row to market from the day's closing
      * prices; a row whose security had no price that day keeps
      * the last one it had and is flagged stale.
      *================================================================*
       01  POSITION-MASTER-RECORD.
           05  POS-KEY.
           05  POS-COST-BASIS            PIC S9(13)V99 COMP-3.
           05  POS-LAST-TRADE-DATE       PIC 9(8).
           05  POS-LAST-UPDATE           PIC 9(8).
           05  POS-MARKET-PRICE          PIC S9(7)V9(4) COMP-3.
           05  POS-MARKET-VALUE          PIC S9(13)V99 COMP-3.
           05  POS-DAY-CHANGE            PIC S9(13)V99 COMP-3.
           05  POS-PRICE-DATE            PIC 9(8).
           05  POS-PRICE-STALE           PIC X(1).
               88  POS-PRICE-IS-STALE        VALUE 'Y'.

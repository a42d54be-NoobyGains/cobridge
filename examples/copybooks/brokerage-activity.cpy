      *================================================================*
      * BROKERAGE ACCOUNT ACTIVITY RECORD - COBridge Example
      * One row per item that moved a brokerage account: settled
      * buys and sells as POSUPDT applies them to the position
      * master, and cash dividends as CORPACT posts them. Keyed by
      * account, activity date and the item's reference (the exec
      * id, or the dividend's transaction id) so BRKSTMT can list a
      * month's activity in date order.
      *================================================================*
       01  BROKERAGE-ACTIVITY-RECORD.
           05  BA-KEY.
               10  BA-ACCT-NUMBER        PIC X(12).
               10  BA-DATE               PIC 9(8).
               10  BA-REFERENCE          PIC X(20).
           05  BA-TYPE                   PIC X(1).
               88  BA-BUY                    VALUE 'B'.
               88  BA-SELL                   VALUE 'S'.
               88  BA-DIVIDEND               VALUE 'D'.
           05  BA-SYMBOL                 PIC X(8).
           05  BA-TRADE-DATE             PIC 9(8).
           05  BA-QUANTITY               PIC S9(10) COMP-3.
           05  BA-PRICE                  PIC S9(7)V9(4) COMP-3.
      * the cash: net cost of a buy, net proceeds of a sell, the
      * dividend paid
           05  BA-AMOUNT                 PIC S9(13)V99 COMP-3.

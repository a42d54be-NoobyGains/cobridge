      *================================================================*
      * SECURITY PRICE RECORD - COBridge Example
      * One row per security, keyed by symbol with the CUSIP as an
      * alternate key, holding the latest closing price from the
      * pricing vendor and the close before it. PRCLOAD loads the
      * day's vendor file and marks the position master to market;
      * the prior close gives each position its change on the day.
      *================================================================*
       01  SECURITY-PRICE-RECORD.
           05  SP-SYMBOL                 PIC X(8).
           05  SP-CUSIP                  PIC X(9).
           05  SP-CLOSE-PRICE            PIC S9(7)V9(4) COMP-3.
           05  SP-PRICE-DATE             PIC 9(8).
           05  SP-PRIOR-CLOSE            PIC S9(7)V9(4) COMP-3.
           05  SP-PRIOR-DATE             PIC 9(8).
           05  SP-LAST-LOAD-DATE         PIC 9(8).

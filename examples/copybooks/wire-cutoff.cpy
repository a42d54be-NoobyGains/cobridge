      *================================================================*
      * OUTBOUND WIRE CUTOFF RECORD - COBridge Example
      * One row per currency and correspondent route, keyed by the
      * currency code and the receiving correspondent's BIC, loaded
      * by wire operations. A row with a blank BIC is the cutoff
      * for every correspondent in that currency without a row of
      * its own; a currency with no row has no cutoff. A wire for
      * today presented to WIRERTE after the cutoff time is either
      * rejected ('R') or rolled to the next business day and
      * warehoused ('F'), and the customer is told either way.
      *================================================================*
       01  WIRE-CUTOFF-RECORD.
           05  WCO-KEY.
               10  WCO-CURRENCY-CODE     PIC X(3).
               10  WCO-RECEIVER-BIC      PIC X(11).
           05  WCO-CUTOFF-TIME           PIC 9(6).
           05  WCO-LATE-ACTION           PIC X(1).
               88  WCO-REJECT-LATE           VALUE 'R'.
               88  WCO-ROLL-FORWARD          VALUE 'F'.
           05  WCO-SET-BY                PIC 9(8).
           05  WCO-SET-DATE              PIC 9(8).
           05  FILLER                    PIC X(20).

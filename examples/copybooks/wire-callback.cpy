      *================================================================*
      * OUTBOUND WIRE CALLBACK QUEUE RECORD - COBridge Example
      * One row per outbound wire WIRECBK held at release, keyed by
      * the wire's sender reference, with the reasons it was held:
      * over the customer's callback amount, to a beneficiary on no
      * active WIRETMPL template, or over the customer's per-wire
      * or daily limit. The whole wire is kept so it can be
      * released later without re-keying. The wire desk records
      * the callback through WIRECBM - the number called, who
      * confirmed, and when - or the customer's denial; a wire over
      * a limit releases only on an operator override, which is
      * attributed through STAFFLOG. WIRECBR releases confirmed and
      * overridden wires through WIRERTE and, at the wire cutoff,
      * rejects every wire still waiting and tells the customer.
      *================================================================*
       01  WIRE-CALLBACK-RECORD.
           05  WCB-SENDER-REF            PIC X(16).
           05  WCB-STATUS                PIC X(1).
               88  WCB-PENDING               VALUE 'P'.
               88  WCB-CONFIRMED             VALUE 'C'.
               88  WCB-OVERRIDDEN            VALUE 'O'.
               88  WCB-REJECTED              VALUE 'R'.
               88  WCB-RELEASED              VALUE 'S'.
               88  WCB-CLEARED               VALUE 'C' 'O'.
           05  WCB-HOLD-REASONS.
               10  WCB-OVER-CALLBACK     PIC X(1).
                   88  WCB-IS-OVER-CALLBACK  VALUE 'Y'.
               10  WCB-NON-TEMPLATE      PIC X(1).
                   88  WCB-IS-NON-TEMPLATE   VALUE 'Y'.
               10  WCB-OVER-LIMIT        PIC X(1).
                   88  WCB-IS-OVER-LIMIT     VALUE 'Y'.
           05  WCB-CUST-ID               PIC 9(10).
           05  WCB-ORD-ACCT-NUMBER       PIC X(12).
           05  WCB-AMOUNT                PIC S9(13)V99 COMP-3.
           05  WCB-CURRENCY-CODE         PIC X(3).
           05  WCB-BEN-NAME              PIC X(35).
           05  WCB-QUEUED-DATE           PIC 9(8).
           05  WCB-QUEUED-TIME           PIC 9(6).
      * the callback as the wire desk recorded it
           05  WCB-CALLBACK.
               10  WCB-PHONE-CALLED      PIC X(20).
               10  WCB-CONFIRMED-BY      PIC X(30).
               10  WCB-CALLBACK-DATE     PIC 9(8).
               10  WCB-CALLBACK-TIME     PIC 9(6).
               10  WCB-CALLBACK-OPERATOR PIC 9(8).
           05  WCB-OVERRIDE-OPERATOR     PIC 9(8).
           05  WCB-OVERRIDE-DATE         PIC 9(8).
      * why a wire was rejected: the customer denied it on the
      * callback, or it was still waiting at the cutoff
           05  WCB-REJECT-REASON         PIC X(2).
               88  WCB-CUSTOMER-DENIED       VALUE 'DN'.
               88  WCB-CUTOFF-EXPIRED        VALUE 'CO'.
           05  WCB-CLOSED-DATE           PIC 9(8).
           05  FILLER                    PIC X(20).
           05  WCB-WIRE-IMAGE            PIC X(927).

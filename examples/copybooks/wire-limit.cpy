      *================================================================*
      * OUTBOUND WIRE LIMITS RECORD - COBridge Example
      * One row per customer ordering wires from our accounts, keyed
      * by customer id: the largest single wire, the most that may
      * go out in one day, and the amount above which a wire waits
      * for a callback to the customer before it releases. Zero in
      * a limit means the house default WIRECBK carries. WIRECBK
      * seeds the row on the customer's first wire and keeps the
      * same-day accumulators, reset when the date rolls; the wire
      * desk sets the limits through WIRELMNT, audited by OPAUTH.
      *================================================================*
       01  WIRE-LIMIT-RECORD.
           05  WLM-CUST-ID               PIC 9(10).
           05  WLM-LIMITS.
               10  WLM-PER-WIRE-LIMIT    PIC S9(11)V99 COMP-3.
               10  WLM-DAILY-LIMIT       PIC S9(11)V99 COMP-3.
               10  WLM-CALLBACK-AMOUNT   PIC S9(11)V99 COMP-3.
           05  WLM-ACCUMULATORS.
               10  WLM-BUSINESS-DATE     PIC 9(8).
               10  WLM-DAILY-USED        PIC S9(11)V99 COMP-3.
               10  WLM-DAILY-COUNT       PIC 9(3).
           05  WLM-SET-BY                PIC 9(8).
           05  WLM-SET-DATE              PIC 9(8).
           05  FILLER                    PIC X(20).

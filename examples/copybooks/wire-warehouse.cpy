      *================================================================*
      * OUTBOUND WIRE WAREHOUSE RECORD - COBridge Example
      * One row per outbound wire held for a future value date,
      * keyed by value date, currency and sender reference so the
      * warehouse reads in release order, with the sender reference
      * again as an alternate key for the WIREWHS gate. A wire
      * lands here when it is keyed for a later business day (per
      * BANKCAL), or is rolled forward past its currency's cutoff.
      * The whole wire is kept; WIREWHR releases it through
      * screening, fees and routing on the morning of its value
      * date and reports what is still to release through the day.
      *================================================================*
       01  WIRE-WAREHOUSE-RECORD.
           05  WWH-KEY.
               10  WWH-VALUE-DATE        PIC 9(8).
               10  WWH-CURRENCY-CODE     PIC X(3).
               10  WWH-SENDER-REF        PIC X(16).
           05  WWH-LOOKUP-REF            PIC X(16).
           05  WWH-STATUS                PIC X(1).
               88  WWH-WAREHOUSED            VALUE 'W'.
               88  WWH-RELEASED              VALUE 'S'.
               88  WWH-REJECTED              VALUE 'R'.
           05  WWH-ROLLED                PIC X(1).
               88  WWH-WAS-ROLLED            VALUE 'Y'.
           05  WWH-KEYED-VALUE-DATE      PIC 9(8).
           05  WWH-CUST-ID               PIC 9(10).
           05  WWH-ORD-ACCT-NUMBER       PIC X(12).
           05  WWH-AMOUNT                PIC S9(13)V99 COMP-3.
           05  WWH-RECEIVER-BIC          PIC X(11).
           05  WWH-BEN-NAME              PIC X(35).
           05  WWH-STORED-DATE           PIC 9(8).
           05  WWH-STORED-TIME           PIC 9(6).
           05  WWH-RELEASED-DATE         PIC 9(8).
           05  WWH-RELEASED-TIME         PIC 9(6).
           05  FILLER                    PIC X(20).
           05  WWH-WIRE-IMAGE            PIC X(927).

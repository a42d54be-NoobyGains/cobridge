      *================================================================*
      * MOBILE DEPOSIT LIMIT OVERRIDE RECORD - COBridge Example
      * One row per customer whose remote deposit limits differ
      * from the standard ones RDCINTK applies: the most the
      * customer may deposit by mobile in a day and over the
      * rolling multi-day window. A suspended row stops mobile
      * deposits for the customer altogether.
      *================================================================*
       01  RDC-LIMIT-RECORD.
           05  RDL-CUST-ID               PIC 9(10).
           05  RDL-DAILY-LIMIT           PIC S9(9)V99 COMP-3.
           05  RDL-MULTIDAY-LIMIT        PIC S9(9)V99 COMP-3.
           05  RDL-STATUS                PIC X(1).
               88  RDL-ACTIVE                VALUE 'A'.
               88  RDL-SUSPENDED             VALUE 'S'.
           05  RDL-SET-DATE              PIC 9(8).

             10 ICR-PMT-AMOUNT         PIC S9(7)V99 COMP-3.
             10 ICR-PMT-TYPE           PIC X(2).
             10 ICR-PMT-CHECK-NO       PIC 9(8).
      * payee TIN file id of a non-customer payee (attorney,
      * medical provider, repair vendor) - stamped on the check
      * for year-end Form 1099 reporting
             10 ICR-PMT-PAYEE-ID       PIC X(10).
          05 ICR-ADJUSTER-INFO.
             10 ICR-ADJUSTER-ID        PIC 9(6).
             10 ICR-ADJUSTER-NAME      PIC X(30).

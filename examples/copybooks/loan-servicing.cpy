               10  LSV-LATE-FEE-DATE     PIC 9(8).
               10  LSV-BILL-SENT-DATE    PIC 9(8).
               10  LSV-INTEREST-YTD      PIC S9(7)V99 COMP-3.
      * the application's loan type (LA-LOAN-TYPE), stamped at
      * boarding, so the allowance batch (CECLCALC) can pool the
      * consumer book by product; spaces on loans boarded before it
           05  LSV-PRODUCT-CODE          PIC X(2).
      * accrual status maintained by NONACCR: a loan 90 days past
      * due goes to nonaccrual with its uncollected interest
      * reversed; CLNSERV then applies payments to principal only
      * and counts the consecutive on-time ones toward the six that
      * restore accrual
           05  LSV-ACCRUAL.
               10  LSV-NONACCRUAL-FLAG   PIC X(1).
                   88  LSV-NONACCRUAL        VALUE 'Y'.
               10  LSV-NONACCRUAL-DATE   PIC 9(8).
               10  LSV-NONACCRUAL-INT-REV
                                         PIC S9(7)V99 COMP-3.
               10  LSV-ONTIME-PMTS       PIC 9(2).
      * interest forgiven under the SCRA six-percent cap while the
      * borrower is on active duty (CLNSERV), life to date
           05  LSV-SCRA-INT-FORGIVEN     PIC S9(7)V99 COMP-3.
      * the application's collateral (LA-COLLATERAL) and the primary
      * applicant's state, where the title is held, stamped at
      * boarding so LIENQUE can queue the title release at payoff;
      * spaces on an unsecured loan
           05  LSV-COLLATERAL.
               10  LSV-COLLAT-TYPE       PIC X(2).
               10  LSV-COLLAT-DESC       PIC X(50).
               10  LSV-VIN-NUMBER        PIC X(17).
               10  LSV-TITLE-STATE       PIC X(2).

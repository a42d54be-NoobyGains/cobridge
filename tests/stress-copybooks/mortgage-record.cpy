      * but the loan leaves active billing and delinquency flows
             10 MLR-CHARGEOFF-FLAG      PIC X.
                88 MLR-CHARGED-OFF      VALUE 'Y'.
      * set by the nonaccrual batch (NONACCR) at 90 days past due,
      * when the uncollected interest is reversed; while it stands
      * MTGPAY applies installments to principal only and counts
      * the consecutive on-time ones, and NONACCR restores accrual
      * after six
             10 MLR-NONACCRUAL-FLAG     PIC X.
                88 MLR-NONACCRUAL       VALUE 'Y'.
             10 MLR-NONACCRUAL-DATE     PIC 9(8).
             10 MLR-NONACCRUAL-INT-REV  PIC S9(7)V99 COMP-3.
             10 MLR-ONTIME-PMTS         PIC 9(2) COMP.
      * interest forgiven under the SCRA six-percent cap (MTGPAY),
      * life to date - written off, never owed back by the borrower
             10 MLR-SCRA-INT-FORGIVEN   PIC S9(7)V99 COMP-3.
      * servicing transfer (SVCXOUT / SVCXIN): 'O' servicing sold -
      * MLR-SERVICER-ID names the buyer, and from MLR-XFER-DATE on
      * MTGPAY refuses payments, which belong to the new servicer;
      * 'I' boarded from a purchased servicing tape. The servicer
      * before the transfer is kept in MLR-PRIOR-SERVICER
             10 MLR-XFER-STATUS         PIC X.
                88 MLR-XFER-SOLD        VALUE 'O'.
                88 MLR-XFER-PURCHASED   VALUE 'I'.
             10 MLR-XFER-DATE           PIC 9(8).
             10 MLR-PRIOR-SERVICER      PIC 9(10).
      * late charges (MTGLATE): the note's grace days and charge as
      * a percent of MLR-PI-AMOUNT (zero takes the standard note
      * terms), the charges assessed and still unpaid - a bucket of
      * their own that MTGPAY collects only from money left once
      * the installments are paid - and the installment due date
      * last charged or waived, so each installment is charged once
             10 MLR-LATE-GRACE-DAYS     PIC 9(2).
             10 MLR-LATE-CHARGE-PCT     PIC 9V9(4) COMP-3.
             10 MLR-LATE-CHARGES-DUE    PIC S9(5)V99 COMP-3.
             10 MLR-LATE-CHARGED-DUE    PIC 9(8).
      * forbearance plan through this date (MTGMOD); no late charge
      * is assessed while it stands
             10 MLR-FORBEAR-END-DATE    PIC 9(8).
          05 MLR-AMORT-SCHEDULE OCCURS 12 TIMES.
             10 MLR-AMORT-DATE         PIC 9(8).
             10 MLR-AMORT-PRINCIPAL    PIC S9(7)V99 COMP-3.

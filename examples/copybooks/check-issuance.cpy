      * One row per check written against an account, keyed by
      * account number + check number, so the Positive Pay export
      * job can report issued check number/amount/account to the
      * vendor before the check clears. A check to a payee on the
      * payee TIN file (claim payments to attorneys, medical
      * providers and repair vendors) carries the payee id, so
      * TAX1099M can total the year's payments for Form 1099.
      *================================================================*
       01  CHECK-ISSUANCE-RECORD.
           05  CHK-KEY.
               88  CHK-EXPORTED               VALUE 'E'.
               88  CHK-CLEARED                VALUE 'C'.
               88  CHK-STOPPED                VALUE 'S'.
      * an official item sold over the counter (OFCKSALE): what was
      * sold, how much of it was paid in currency, where, and the
      * purchaser's identification the monetary instrument log
      * (MILOGBLD) needs. Initialized on every other check, except
      * that ACCTCLOS names the beneficiary a POD check is drawn to.
           05  CHK-OFFICIAL-DETAIL.
               10  CHK-ITEM-TYPE         PIC X(1).
                   88  CHK-CASHIERS-CHECK    VALUE 'C'.
                   88  CHK-TELLERS-CHECK     VALUE 'T'.
                   88  CHK-MONEY-ORDER       VALUE 'M'.
                   88  CHK-BANK-DRAFT        VALUE 'D'.
                   88  CHK-OFFICIAL-ITEM     VALUE 'C' 'T' 'M' 'D'.
               10  CHK-CASH-AMOUNT       PIC S9(11)V99 COMP-3.
               10  CHK-PAYEE-NAME        PIC X(35).
               10  CHK-BRANCH-ID         PIC X(4).
               10  CHK-DRAWER-ID         PIC X(4).
               10  CHK-SOLD-BY           PIC 9(8).
               10  CHK-PURCHASER.
      * zero for a purchaser who holds no account with us
                   15  CHK-PUR-CUST-ID       PIC 9(10).
                   15  CHK-PUR-NAME          PIC X(40).
                   15  CHK-PUR-STREET        PIC X(40).
                   15  CHK-PUR-CITY          PIC X(25).
                   15  CHK-PUR-STATE         PIC X(2).
                   15  CHK-PUR-ZIP           PIC X(10).
                   15  CHK-PUR-SSN           PIC X(11).
                   15  CHK-PUR-DOB           PIC 9(8).
                   15  CHK-PUR-ID-TYPE       PIC X(2).
                       88  CHK-PUR-DRIVERS-LICENSE VALUE 'DL'.
                       88  CHK-PUR-STATE-ID      VALUE 'SI'.
                       88  CHK-PUR-PASSPORT      VALUE 'PP'.
                       88  CHK-PUR-ALIEN-REG     VALUE 'AR'.
                       88  CHK-PUR-MILITARY-ID   VALUE 'MI'.
                       88  CHK-PUR-VALID-ID      VALUE 'DL' 'SI'
                                                   'PP' 'AR' 'MI'.
                   15  CHK-PUR-ID-NUMBER     PIC X(20).
                   15  CHK-PUR-ID-ISSUER     PIC X(2).
      * the payee TIN file row this check paid; spaces when the
      * payee is a customer or the payment is not reportable.
      * Initialized with the official detail on every other check.
           05  CHK-PAYEE-DETAIL.
               10  CHK-PAYEE-ID          PIC X(10).

      * maker-checker threshold, booked otherwise) with the
      * written-off principal and interest preserved as the memo;
      * post-charge-off payments post through LNRECOV as
      * recoveries against it, to the recovery income line. A
      * settlement for less than the balance (LNRECOV) closes the
      * row with the principal and interest forgiven, and the
      * year-end 1099-C batch (TAX1099C) stamps the tax year it
      * reported the cancelled debt for, so it is reported once.
      *================================================================*
       01  CHARGE-OFF-RECORD.
           05  COF-LOAN-NUMBER           PIC X(20).
               88  COF-PENDING-APPROVAL      VALUE 'P'.
               88  COF-CHARGED               VALUE 'G'.
               88  COF-CLOSED                VALUE 'X'.
               88  COF-SETTLED               VALUE 'S'.
           05  COF-PRINCIPAL-WO          PIC S9(9)V99 COMP-3.
           05  COF-INTEREST-WO           PIC S9(7)V99 COMP-3.
           05  COF-BALANCE-MEMO          PIC S9(9)V99 COMP-3.
           05  COF-CHECKER-ID            PIC 9(8).
           05  COF-RECOVERED-TO-DATE     PIC S9(9)V99 COMP-3.
           05  COF-LAST-RECOVERY-DATE    PIC 9(8).
      * 'Y' when the borrower's bankruptcy ended in discharge: the
      * balance is no longer the borrower's personal debt, so
      * LNRECOV recoveries may come only from collateral or a
      * voluntary payment
           05  COF-BK-DISCHARGED         PIC X(1).
               88  COF-DISCHARGED-IN-BK      VALUE 'Y'.
      * settlement for less than the balance: the date agreed and
      * what was forgiven - recoveries come off principal first
           05  COF-SETTLED-DATE          PIC 9(8).
           05  COF-FORGIVEN-PRINCIPAL    PIC S9(9)V99 COMP-3.
           05  COF-FORGIVEN-INTEREST     PIC S9(7)V99 COMP-3.
      * tax year a 1099-C was issued for this debt; zero until then
           05  COF-1099C-YEAR            PIC 9(4).

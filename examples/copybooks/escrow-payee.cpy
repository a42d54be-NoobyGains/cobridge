      * check on the issuance table so Positive Pay covers it, or an
      * ACH credit to the payee. An amount of zero means "use the
      * loan's own MLR-TAX-AMOUNT / MLR-INSURANCE-AMT figure".
      * On a tax row TAXBILL keeps the amount and due date current
      * from the tax service's bill file, with the parcel the bill
      * is matched on and the due date of the last bill received.
      *================================================================*
       01  ESCROW-PAYEE-RECORD.
           05  EPY-KEY.
           05  EPY-NEXT-DUE-DATE         PIC 9(8).
           05  EPY-FREQUENCY-MONTHS      PIC 9(2).
           05  EPY-AMOUNT                PIC S9(7)V99 COMP-3.
      * tax bill intake (TAXBILL)
           05  EPY-PARCEL-NUMBER         PIC X(25).
           05  EPY-BILL-DUE-DATE         PIC 9(8).
           05  EPY-BILL-RECEIVED-DATE    PIC 9(8).

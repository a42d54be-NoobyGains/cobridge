      *================================================================*
      * PROPERTY TAX BILL RECORD - COBridge Example
      * One installment bill from the tax service vendor's file,
      * which TAXBILL matches to the loan's tax payee row on
      * ESCRPAYE - by loan number when the vendor carries it, else
      * by parcel number within the county - to refresh the amount
      * and due date the escrow pays and MLR-TAX-AMOUNT.
      *================================================================*
       01  TAX-BILL-RECORD.
           05  TXB-LOAN-NUMBER           PIC X(20).
           05  TXB-PARCEL-NUMBER         PIC X(25).
           05  TXB-COUNTY                PIC X(30).
           05  TXB-STATE                 PIC X(2).
           05  TXB-TAX-YEAR              PIC 9(4).
           05  TXB-INSTALLMENT           PIC 9(1).
           05  TXB-AMOUNT                PIC 9(7)V99.
           05  TXB-DUE-DATE              PIC 9(8).

      *================================================================*
      * CREDIT CARD ACCOUNT ACTIVITY RECORD - COBridge Example
      * One row per item posted to a card account - settled card
      * transactions and payments by CCAPOST, finance charges and
      * late fees by CCCYCLE - keyed by card account, posting date
      * and the item's reference, so the statement can list a
      * cycle's activity in date order.
      *================================================================*
       01  CARD-ACTIVITY-RECORD.
           05  CAC-KEY.
               10  CAC-CARD-ACCT         PIC X(12).
               10  CAC-POST-DATE         PIC 9(8).
               10  CAC-REFERENCE         PIC X(20).
           05  CAC-TXN-DATE              PIC 9(8).
           05  CAC-TYPE                  PIC X(1).
               88  CAC-PURCHASE              VALUE 'P'.
               88  CAC-CASH-ADVANCE          VALUE 'C'.
               88  CAC-CREDIT                VALUE 'R'.
               88  CAC-PAYMENT               VALUE 'Y'.
               88  CAC-FINANCE-CHARGE        VALUE 'F'.
               88  CAC-LATE-FEE              VALUE 'L'.
      * signed: a charge raises the balance, a credit or payment
      * is negative
           05  CAC-AMOUNT                PIC S9(9)V99 COMP-3.
           05  CAC-DESCRIPTION           PIC X(30).
           05  CAC-PAN                   PIC X(19).

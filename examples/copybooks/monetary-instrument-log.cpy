      *================================================================*
      * MONETARY INSTRUMENT LOG RECORD - COBridge Example
      * The BSA log of official items bought with currency from
      * $3,000 to $10,000 inclusive - one row per item, built daily
      * by MILOGBLD from the day's official check sales on the check
      * issuance table. Items bought the same day by the same
      * purchaser are logged together once their cash reaches
      * $3,000. Keyed by purchase date, issuing account and serial
      * number; MILOGBLD purges rows past the five-year retention,
      * and AMLMON reads the period's rows as a cash signal.
      *================================================================*
       01  MI-LOG-RECORD.
           05  MIL-KEY.
               10  MIL-PURCHASE-DATE     PIC 9(8).
               10  MIL-ISSUE-ACCOUNT     PIC X(12).
               10  MIL-SERIAL-NUMBER     PIC X(10).
           05  MIL-ITEM-TYPE             PIC X(1).
               88  MIL-CASHIERS-CHECK        VALUE 'C'.
               88  MIL-TELLERS-CHECK         VALUE 'T'.
               88  MIL-MONEY-ORDER           VALUE 'M'.
               88  MIL-BANK-DRAFT            VALUE 'D'.
           05  MIL-AMOUNT                PIC S9(11)V99 COMP-3.
           05  MIL-CASH-AMOUNT           PIC S9(11)V99 COMP-3.
      * the purchaser's currency across every item that day
           05  MIL-DAY-CASH-TOTAL        PIC S9(11)V99 COMP-3.
           05  MIL-DAY-ITEM-COUNT        PIC 9(3).
           05  MIL-PAYEE-NAME            PIC X(35).
           05  MIL-PURCHASER.
               10  MIL-PUR-CUST-ID       PIC 9(10).
               10  MIL-PUR-NAME          PIC X(40).
               10  MIL-PUR-STREET        PIC X(40).
               10  MIL-PUR-CITY          PIC X(25).
               10  MIL-PUR-STATE         PIC X(2).
               10  MIL-PUR-ZIP           PIC X(10).
               10  MIL-PUR-SSN           PIC X(11).
               10  MIL-PUR-DOB           PIC 9(8).
               10  MIL-PUR-ID-TYPE       PIC X(2).
               10  MIL-PUR-ID-NUMBER     PIC X(20).
               10  MIL-PUR-ID-ISSUER     PIC X(2).
           05  MIL-BRANCH-ID             PIC X(4).
           05  MIL-DRAWER-ID             PIC X(4).
           05  MIL-SOLD-BY               PIC 9(8).
           05  MIL-LOGGED-DATE           PIC 9(8).

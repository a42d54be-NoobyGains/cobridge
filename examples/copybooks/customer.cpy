               10  CUST-BNOTICE-DATE     PIC 9(8).
               10  CUST-CURE-DEADLINE    PIC 9(8).
               10  CUST-BWH-YTD          PIC S9(9)V99 COMP-3.
      * date-of-death notification (DECEDENT) and where the estate
      * stands: notified, executor's letters on file, or settled
      * with the sole-owner accounts paid out through ACCTCLOS
           05  CUST-DECEDENT-DETAIL.
               10  CUST-DECEASED-FLAG    PIC X(1).
                   88  CUST-IS-DECEASED      VALUE 'Y'.
               10  CUST-DATE-OF-DEATH    PIC 9(8).
               10  CUST-DEATH-NOTIFIED   PIC 9(8).
               10  CUST-ESTATE-STATUS    PIC X(1).
                   88  ESTATE-NOTIFIED       VALUE 'N'.
                   88  ESTATE-LETTERS-ON-FILE VALUE 'L'.
                   88  ESTATE-SETTLED        VALUE 'S'.
               10  CUST-EXECUTOR-NAME    PIC X(30).
               10  CUST-LETTERS-DATE     PIC 9(8).
      * undeliverable mail (RTNMAIL) and the monthly NCOA move
      * update (NCOAUPD): while the address is flagged bad, every
      * print path routes the customer's paper to e-delivery or
      * the hold-mail report instead of the address on file
           05  CUST-MAIL-DETAIL.
               10  CUST-BAD-ADDRESS-FLAG PIC X(1).
                   88  CUST-ADDRESS-BAD      VALUE 'Y'.
               10  CUST-RETURNED-MAIL-DATE PIC 9(8).
               10  CUST-RETURNED-MAIL-COUNT PIC 9(3).
               10  CUST-NCOA-DATE        PIC 9(8).
      * fraud-review hold on outbound money movement: placed by the
      * takeover correlation job (ATOMON) on a high-scoring chain,
      * honored by WIRESCRN and EXTXFER until a fraud analyst clears
      * it through FRDHOLD (zero expiry = until cleared); a branch
      * manager's temporary hold on an elder exploitation case
      * (ELDRCASE) uses the same hold with an expiry date
           05  CUST-FRAUD-HOLD-DETAIL.
               10  CUST-FRAUD-HOLD-FLAG  PIC X(1).
                   88  CUST-ON-FRAUD-HOLD    VALUE 'Y'.
               10  CUST-FRAUD-HOLD-SOURCE PIC X(1).
                   88  FRAUD-HOLD-TAKEOVER   VALUE 'T'.
                   88  FRAUD-HOLD-ELDER      VALUE 'E'.
               10  CUST-FRAUD-HOLD-SCORE PIC 9(3).
               10  CUST-FRAUD-HOLD-DATE  PIC 9(8).
               10  CUST-FRAUD-HOLD-EXPIRE PIC 9(8).
               10  CUST-FRAUD-CLEARED-BY PIC 9(8).
               10  CUST-FRAUD-CLEARED-DATE PIC 9(8).

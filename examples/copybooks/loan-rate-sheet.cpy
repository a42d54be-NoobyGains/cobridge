      *================================================================*
      * CONSUMER LOAN RATE SHEET RECORD - COBridge Example
      * The pricing the bank offers the general public: one row per
      * loan type / credit score tier, keyed by the pair. Tier 1
      * carries the lowest score floor; higher tiers raise it. The
      * highest effective-dated tier whose floor the primary
      * applicant's score meets is the rate LOANUW approves at, and
      * REGOQTR holds insider loans to the same rows. A loan type
      * with no rows is priced by the underwriter. Maintained by
      * LRSMNT.
      *================================================================*
       01  LOAN-RATE-SHEET-RECORD.
           05  LRS-KEY.
               10  LRS-LOAN-TYPE         PIC X(2).
               10  LRS-TIER              PIC 9(1).
           05  LRS-SCORE-FLOOR           PIC 9(3).
           05  LRS-RATE                  PIC 9V9(4) COMP-3.
           05  LRS-EFFECTIVE-DATE        PIC 9(8).

      *================================================================*
      * REINSURANCE TREATY RECORD - COBridge Example
      * One row per treaty (or per reinsurer's share of a treaty
      * placed with several), covering losses occurring between the
      * effective and expiry dates on one line (ICR-CLAIM-TYPE
      * values) or, with the line left blank, on every line. A quota
      * share cedes its percentage of every loss; a per-occurrence
      * excess of loss takes each occurrence - a catastrophe event
      * (ICR-CAT-CODE) or a single claim outside one - above the
      * retention up to the limit, after the quota shares have come
      * off, and answers for no more in the treaty term than the
      * limit plus its reinstatements, each reinstatement costing
      * the reinstatement premium pro rata as to amount. RICEDE
      * applies these to the claims book.
      *================================================================*
       01  REINSURANCE-TREATY-RECORD.
           05  RIT-TREATY-ID             PIC X(8).
           05  RIT-REINSURER-ID          PIC X(8).
           05  RIT-REINSURER-NAME        PIC X(35).
           05  RIT-TREATY-TYPE           PIC X(1).
               88  RIT-QUOTA-SHARE           VALUE 'Q'.
               88  RIT-EXCESS-OF-LOSS        VALUE 'X'.
           05  RIT-LINE                  PIC X(2).
           05  RIT-EFFECTIVE-DATE        PIC 9(8).
           05  RIT-EXPIRY-DATE           PIC 9(8).
           05  RIT-CESSION-PCT           PIC 9V9(4).
           05  RIT-RETENTION             PIC 9(11)V99.
           05  RIT-LIMIT                 PIC 9(11)V99.
           05  RIT-REINSTATEMENTS        PIC 9(2).
           05  RIT-REINST-PREMIUM        PIC 9(9)V99.

      *================================================================*
      * CTR EXEMPTION RECORD - COBridge Example
      * One row per customer the bank has designated exempt from
      * currency transaction reporting, keyed by CUST-ID and
      * maintained by CTRXMNT once the Designation of Exempt Person
      * has been filed with FinCEN. CTREXTR skips an exempt
      * customer's cash over the threshold, counting the day on the
      * row instead; CTRXRVW reports the exemptions coming due for
      * review and the Phase II customers whose cash activity no
      * longer supports the exemption.
      *================================================================*
       01  CTR-EXEMPT-RECORD.
           05  CTX-CUST-ID               PIC 9(10).
           05  CTX-PHASE                 PIC X(1).
               88  CTX-PHASE-I               VALUE '1'.
               88  CTX-PHASE-II              VALUE '2'.
      * Phase I: bank, government agency, listed company or its
      * subsidiary; Phase II: non-listed business, payroll customer
           05  CTX-CATEGORY              PIC X(1).
               88  CTX-BANK                  VALUE 'B'.
               88  CTX-GOVERNMENT            VALUE 'G'.
               88  CTX-LISTED-COMPANY        VALUE 'L'.
               88  CTX-LISTED-SUBSIDIARY     VALUE 'S'.
               88  CTX-NON-LISTED-BUSINESS   VALUE 'N'.
               88  CTX-PAYROLL-CUSTOMER      VALUE 'P'.
               88  CTX-PHASE-I-CATEGORY      VALUE 'B' 'G' 'L' 'S'.
               88  CTX-PHASE-II-CATEGORY     VALUE 'N' 'P'.
           05  CTX-STATUS                PIC X(1).
               88  CTX-ACTIVE                VALUE 'A'.
               88  CTX-REVOKED               VALUE 'R'.
           05  CTX-DOEP-FILED-DATE       PIC 9(8).
           05  CTX-DOEP-BSA-ID           PIC X(14).
           05  CTX-REVIEW-CYCLE          PIC X(1).
               88  CTX-ANNUAL-REVIEW         VALUE 'A'.
               88  CTX-BIENNIAL-REVIEW       VALUE 'B'.
           05  CTX-LAST-REVIEW-DATE      PIC 9(8).
           05  CTX-NEXT-REVIEW-DATE      PIC 9(8).
      * the twelve-month window CTREXTR counts exempted days in;
      * CTRXRVW rolls it and keeps the last full window's count
           05  CTX-WINDOW-START          PIC 9(8).
           05  CTX-QUALIFYING-DAYS       PIC 9(5).
           05  CTX-WINDOW-CASH           PIC S9(13)V99 COMP-3.
           05  CTX-LAST-QUALIFYING-DATE  PIC 9(8).
           05  CTX-PRIOR-WINDOW-END      PIC 9(8).
           05  CTX-PRIOR-QUALIFYING-DAYS PIC 9(5).
           05  CTX-OPENED-BY             PIC 9(8).
           05  CTX-CHANGED-BY            PIC 9(8).
           05  CTX-CHANGED-DATE          PIC 9(8).
           05  CTX-NOTE                  PIC X(40).

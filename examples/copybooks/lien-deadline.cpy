      *================================================================*
      * LIEN RELEASE DEADLINE RECORD - COBridge Example
      * The statutory time a state gives the lender to release its
      * lien once a loan is paid off, keyed by state: calendar days
      * to deliver the mortgage satisfaction for recording with the
      * county, and days to release the lien on a vehicle title
      * with the DMV. LIENQUE figures each release's due date from
      * the row for the property (or titling) state; a state with no
      * row gets LIENQUE's default. Maintained by LDLMNT.
      *================================================================*
       01  LIEN-DEADLINE-RECORD.
           05  LDL-STATE                 PIC X(2).
           05  LDL-MORTGAGE-DAYS         PIC 9(3).
           05  LDL-TITLE-DAYS            PIC 9(3).
           05  LDL-CHANGED-DATE          PIC 9(8).

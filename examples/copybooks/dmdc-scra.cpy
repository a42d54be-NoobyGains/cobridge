      *================================================================*
      * DMDC SCRA VERIFICATION RECORD - COBridge Example
      * The fixed-width row exchanged with the Defense Manpower Data
      * Center's SCRA multiple-record service. SCRAVRFY writes the
      * request half (SSN, date of birth, name, our customer
      * reference and the as-of date); the response comes back with
      * the same fields echoed and the result filled in, and
      * SCRALOAD applies it to the SCRA status file.
      *================================================================*
       01  DMDC-SCRA-RECORD.
           05  DMD-SSN                   PIC 9(9).
           05  DMD-DATE-OF-BIRTH         PIC 9(8).
           05  DMD-LAST-NAME             PIC X(26).
           05  DMD-FIRST-NAME            PIC X(20).
      * echoed back untouched: the customer id, zero-filled
           05  DMD-CUST-REF              PIC X(28).
           05  DMD-CUST-REF-ID REDEFINES DMD-CUST-REF.
               10  DMD-CUST-REF-NUM      PIC 9(10).
               10  FILLER                PIC X(18).
           05  DMD-AS-OF-DATE            PIC 9(8).
      * the response half - spaces on the request
           05  DMD-RESULT.
               10  DMD-ACTIVE-DUTY-IND   PIC X(1).
                   88  DMD-ON-ACTIVE-DUTY    VALUE 'Y'.
                   88  DMD-NOT-ACTIVE-DUTY   VALUE 'N'.
                   88  DMD-NO-MATCH          VALUE 'X'.
               10  DMD-DUTY-START        PIC 9(8).
               10  DMD-DUTY-END          PIC 9(8).
               10  DMD-REPORT-ID         PIC X(20).

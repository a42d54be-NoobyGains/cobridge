      *================================================================*
      * PAYEE TIN RECORD - COBridge Example
      * One row per non-customer payee we pay by check - attorneys,
      * medical providers, body shops and other vendors - keyed by
      * the payee id the claim payment (ICR-PMT-PAYEE-ID) and the
      * check issuance row (CHK-PAYEE-ID) carry. Holds the name,
      * TIN and mailing address the payee certified on its W-9,
      * and what kind of payee it is, which decides the Form 1099
      * box TAX1099M reports its payments in:
      *   A - attorney: gross proceeds, 1099-MISC box 10
      *   M - medical or health care provider: 1099-MISC box 6
      *   V - any other vendor: nonemployee compensation,
      *       1099-NEC box 1 - unless a corporation, which is not
      *       reported
      * Maintained through PTINMNT.
      *================================================================*
       01  PAYEE-TIN-RECORD.
           05  PT-PAYEE-ID               PIC X(10).
           05  PT-NAME                   PIC X(40).
           05  PT-TIN                    PIC X(9).
           05  PT-TIN-TYPE               PIC X(1).
               88  PT-EIN                    VALUE 'E'.
               88  PT-SSN                    VALUE 'S'.
           05  PT-PAYEE-TYPE             PIC X(1).
               88  PT-ATTORNEY               VALUE 'A'.
               88  PT-MEDICAL                VALUE 'M'.
               88  PT-VENDOR                 VALUE 'V'.
               88  PT-VALID-TYPE             VALUE 'A' 'M' 'V'.
           05  PT-CORPORATION            PIC X(1).
               88  PT-IS-CORPORATION         VALUE 'Y'.
           05  PT-STREET                 PIC X(40).
           05  PT-CITY                   PIC X(25).
           05  PT-STATE                  PIC X(2).
           05  PT-ZIP                    PIC X(10).
           05  PT-W9-DATE                PIC 9(8).
           05  PT-CHANGED-BY             PIC 9(8).
           05  PT-CHANGED-DATE           PIC 9(8).

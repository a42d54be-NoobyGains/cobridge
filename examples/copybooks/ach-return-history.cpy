      *================================================================*
      * ACH ORIGINATOR RETURN HISTORY RECORD - COBridge Example
      * One row per return ACHRETRN matched back to an entry we
      * originated for a profiled originator, keyed by the original
      * entry's trace number, with the originator's company id as
      * an alternate key. The category follows the Nacha
      * return-rate rules: unauthorized (R05 R07 R10 R11 R29 R51),
      * administrative (R02 R03 R04) or other. ACHRRATE reads it
      * against the origination volume for the rolling 60-day
      * return rates.
      *================================================================*
       01  ACH-RETURN-HISTORY-RECORD.
           05  ARH-TRACE-NO              PIC 9(15).
           05  ARH-COMPANY-ID            PIC X(10).
           05  ARH-REASON-CODE           PIC X(3).
           05  ARH-CATEGORY              PIC X(1).
               88  ARH-UNAUTHORIZED          VALUE 'U'.
               88  ARH-ADMINISTRATIVE        VALUE 'A'.
               88  ARH-OTHER-RETURN          VALUE 'O'.
           05  ARH-ORIG-TXN-CODE         PIC 9(2).
               88  ARH-DEBIT-ENTRY           VALUE 27 37.
           05  ARH-AMOUNT                PIC 9(10).
           05  ARH-RETURN-DATE           PIC 9(8).
           05  ARH-RECORDED-DATE         PIC 9(8).
           05  FILLER                    PIC X(20).

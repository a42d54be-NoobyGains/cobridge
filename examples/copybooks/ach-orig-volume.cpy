      *================================================================*
      * ACH ORIGINATION VOLUME RECORD - COBridge Example
      * One row per originator per business day, keyed by company
      * id and origination date: the debit and credit entries
      * ACHORIG transmitted for it. The denominators for ACHRRATE's
      * rolling 60-day return rates.
      *================================================================*
       01  ACH-ORIG-VOLUME-RECORD.
           05  AOV-KEY.
               10  AOV-COMPANY-ID        PIC X(10).
               10  AOV-ORIG-DATE         PIC 9(8).
           05  AOV-DEBIT-ENTRIES         PIC 9(7) COMP-3.
           05  AOV-CREDIT-ENTRIES        PIC 9(7) COMP-3.
           05  AOV-DEBIT-AMOUNT          PIC S9(13)V99 COMP-3.
           05  AOV-CREDIT-AMOUNT         PIC S9(13)V99 COMP-3.
           05  FILLER                    PIC X(20).

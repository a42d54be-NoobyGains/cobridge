      *================================================================*
      * ACH DEBIT FILTER EXCEPTION RECORD - COBridge Example
      * One row per inbound ACH debit ACHPOST held because the
      * account's debit filter did not authorize it, keyed by the
      * entry's trace number. The customer pays or returns it on
      * the ACHFLTDC screen up to the decide-by date (the business
      * day after the entry's effective date); ACHFLTRT then posts
      * what was paid and returns R29 everything returned or still
      * undecided, ahead of the return deadline.
      *================================================================*
       01  ACH-DEBIT-EXCEPTION-RECORD.
           05  AEX-TRACE-NO              PIC 9(15).
           05  AEX-ACCOUNT-NUMBER        PIC X(12).
           05  AEX-BATCH-NUMBER          PIC 9(7).
           05  AEX-COMPANY-ID            PIC X(10).
           05  AEX-COMPANY-NAME          PIC X(16).
           05  AEX-SEC-CODE              PIC X(3).
           05  AEX-ENTRY-DESC            PIC X(10).
           05  AEX-TXN-CODE              PIC 9(2).
      * in the units ACH-DET-AMOUNT carries, unchanged, so a paid
      * item posts the identical figure ACHPOST would have
           05  AEX-AMOUNT                PIC S9(11)V99 COMP-3.
           05  AEX-INDIV-NAME            PIC X(22).
           05  AEX-REASON                PIC X(1).
               88  AEX-ALL-BLOCKED           VALUE 'B'.
               88  AEX-COMPANY-NOT-LISTED    VALUE 'C'.
               88  AEX-SEC-NOT-ALLOWED       VALUE 'S'.
               88  AEX-OVER-MAXIMUM          VALUE 'M'.
           05  AEX-PRESENT-DATE          PIC 9(8).
           05  AEX-EFFECTIVE-DATE        PIC 9(8).
           05  AEX-DECIDE-BY-DATE        PIC 9(8).
           05  AEX-DECISION              PIC X(1).
               88  AEX-PENDING               VALUE 'P'.
               88  AEX-PAY                   VALUE 'Y'.
               88  AEX-PAY-AND-AUTHORIZE     VALUE 'A'.
               88  AEX-RETURN                VALUE 'R'.
               88  AEX-APPROVED              VALUE 'Y' 'A'.
           05  AEX-DECIDED-BY            PIC 9(10).
           05  AEX-DECIDED-DATE          PIC 9(8).
           05  AEX-OUTCOME               PIC X(1).
               88  AEX-OPEN                  VALUE ' '.
               88  AEX-POSTED                VALUE 'P'.
               88  AEX-RETURNED              VALUE 'R'.
           05  AEX-RETURN-CODE           PIC X(3).
           05  AEX-CLOSED-DATE           PIC 9(8).
           05  FILLER                    PIC X(20).

      *================================================================*
      * FINCEN 314(a) SEARCH CERTIFICATION LOG RECORD - COBridge
      * Example
      * Appended by F314SRCH every time a list is searched: one row
      * per subject row on the list with its result, match or no
      * match, then one list row with the totals and whether the
      * search finished inside the fourteen days FinCEN allows. The
      * log is kept as the bank's evidence that every list was
      * searched on time.
      *================================================================*
       01  F314-CERT-RECORD.
           05  FCR-LIST-ID               PIC X(14).
           05  FCR-LIST-DATE             PIC 9(8).
           05  FCR-ROW-TYPE              PIC X(1).
               88  FCR-SUBJECT-RESULT        VALUE 'S'.
               88  FCR-LIST-RESULT           VALUE 'L'.
      * spaces on the list row
           05  FCR-TRACKING-NUMBER       PIC X(14).
           05  FCR-SUBJECT-NAME          PIC X(35).
           05  FCR-SEARCH-DATE           PIC 9(8).
           05  FCR-DEADLINE-DATE         PIC 9(8).
           05  FCR-TIMELY                PIC X(1).
               88  FCR-ON-TIME               VALUE 'Y'.
               88  FCR-LATE                  VALUE 'N'.
           05  FCR-RESULT                PIC X(1).
               88  FCR-MATCH-FOUND           VALUE 'M'.
               88  FCR-NO-MATCH              VALUE 'N'.
           05  FCR-CUSTOMER-HITS         PIC 9(5).
           05  FCR-TXN-HITS              PIC 9(5).
           05  FCR-WIRE-HITS             PIC 9(5).
      * list row only: what was searched, and from what date
           05  FCR-SUBJECTS-SEARCHED     PIC 9(5).
           05  FCR-CUSTOMERS-SEARCHED    PIC 9(9).
           05  FCR-TXNS-SEARCHED         PIC 9(9).
           05  FCR-WIRES-SEARCHED        PIC 9(9).
           05  FCR-HISTORY-FROM-DATE     PIC 9(8).

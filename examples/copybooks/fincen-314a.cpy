      *================================================================*
      * FINCEN 314(a) SUBJECT LIST RECORD - COBridge Example
      * The biweekly subject list the BSA desk downloads from
      * FinCEN's secure system, one file per list: a header row
      * naming the list and the date FinCEN issued it, then one row
      * per subject (an alias is a further row under the same
      * tracking number). F314SRCH searches every row against the
      * customer master, the transaction history and the wire files
      * and has fourteen days from the issue date to certify.
      *================================================================*
       01  F314-SUBJECT-RECORD.
           05  F314-RECORD-TYPE          PIC X(1).
               88  F314-LIST-HEADER          VALUE 'H'.
               88  F314-SUBJECT-ROW          VALUE 'S'.
           05  F314-TRACKING-NUMBER      PIC X(14).
           05  F314-SUBJECT-TYPE         PIC X(1).
               88  F314-INDIVIDUAL           VALUE 'I'.
               88  F314-BUSINESS             VALUE 'B'.
      * a business subject's name is carried whole in the last name
           05  F314-LAST-NAME            PIC X(35).
           05  F314-FIRST-NAME           PIC X(25).
           05  F314-MIDDLE-NAME          PIC X(25).
           05  F314-DATE-OF-BIRTH        PIC 9(8).
      * SSN, EIN, ITIN or passport number as FinCEN sends it
           05  F314-ID-NUMBER            PIC X(15).
           05  F314-ID-TYPE              PIC X(4).
           05  F314-ADDRESS.
               10  F314-STREET           PIC X(40).
               10  F314-CITY             PIC X(25).
               10  F314-STATE            PIC X(2).
               10  F314-ZIP              PIC X(10).
               10  F314-COUNTRY          PIC X(2).
       01  F314-HEADER-RECORD.
           05  F314-HDR-RECORD-TYPE      PIC X(1).
           05  F314-LIST-ID              PIC X(14).
           05  F314-LIST-DATE            PIC 9(8).
           05  FILLER                    PIC X(184).

      *================================================================*
      * HOLD-MAIL REPORT RECORD - COBridge Example
      * One row per piece of paper a print path did not mail because
      * the customer's address is flagged bad (returned mail or an
      * NCOA move with no forwarding address). MAILCHK writes the
      * row: the piece was either held for the branch to resolve
      * with the customer, or switched to e-delivery to the email
      * on file. Mail operations works the held rows.
      *================================================================*
       01  HOLD-MAIL-RECORD.
           05  HML-DATE                  PIC 9(8).
           05  HML-PROGRAM               PIC X(8).
           05  HML-CUST-ID               PIC 9(10).
           05  HML-ACCT-NUMBER           PIC X(12).
           05  HML-DOCUMENT              PIC X(20).
           05  HML-ACTION                PIC X(1).
               88  HML-HELD                  VALUE 'H'.
               88  HML-EMAILED               VALUE 'E'.
           05  HML-EMAIL                 PIC X(50).
           05  HML-RETURNED-DATE         PIC 9(8).

      *================================================================*
      * STOCK RECORD BREAK RECORD - COBridge Example
      * One row per account/CUSIP where the custodian's position
      * file and our position master disagree, kept by CUSTRECN
      * from the day the break is first seen until a later day's
      * reconciliation finds the two sides agreeing again. A break
      * traced to an open settlement fail on TRDFAILS' ledger is
      * tagged explained with the fail it traces to.
      *================================================================*
       01  STOCK-RECORD-BREAK-RECORD.
           05  SRB-KEY.
               10  SRB-ACCT-NUMBER       PIC X(12).
               10  SRB-CUSIP             PIC X(9).
           05  SRB-SYMBOL                PIC X(8).
           05  SRB-BREAK-TYPE            PIC X(1).
               88  SRB-QUANTITY-ONLY         VALUE 'Q'.
               88  SRB-MISSING-AT-CUSTODIAN  VALUE 'C'.
               88  SRB-MISSING-ON-BOOKS      VALUE 'B'.
           05  SRB-OUR-QUANTITY          PIC S9(11) COMP-3.
           05  SRB-CUSTODIAN-QUANTITY    PIC S9(11) COMP-3.
           05  SRB-FIRST-SEEN            PIC 9(8).
           05  SRB-LAST-SEEN             PIC 9(8).
           05  SRB-STATUS                PIC X(1).
               88  SRB-OPEN                  VALUE 'O'.
               88  SRB-RESOLVED              VALUE 'R'.
           05  SRB-RESOLVED-DATE         PIC 9(8).
           05  SRB-EXPLAINED             PIC X(1).
               88  SRB-IS-EXPLAINED          VALUE 'Y'.
           05  SRB-FAIL-EXEC-ID          PIC X(20).

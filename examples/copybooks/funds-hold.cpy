      * case-by-case threshold, parking the excess in
      * ACCT-PENDING-BAL; the nightly AVLRELSE sweep moves matured
      * holds into ACCT-AVAILABLE-BAL and prints the customer notice.
      * A deposit that comes back unpaid while still held has its hold
      * closed charged back by RDIRETN instead of released.
      *================================================================*
       01  FUNDS-HOLD-RECORD.
           05  FH-KEY.
           05  FH-STATUS                 PIC X(1).
               88  FH-HELD                   VALUE 'H'.
               88  FH-RELEASED               VALUE 'R'.
               88  FH-CHARGED-BACK           VALUE 'C'.
           05  FH-TXN-ID                 PIC X(20).

      *================================================================*
      * RETURNED MAIL INTAKE RECORD - COBridge Example
      * One row per undeliverable piece keyed by the mail room from
      * the returned envelope's scan line: the customer (or, for an
      * account notice, the account) it was addressed to, the date
      * it came back, the program that printed it, the postal
      * reason, and the ZIP it was mailed to - so a piece mailed to
      * an address already corrected since is not held against the
      * new one.
      *================================================================*
       01  RETURNED-MAIL-RECORD.
           05  RM-CUST-ID                PIC 9(10).
           05  RM-ACCT-NUMBER            PIC X(12).
           05  RM-RETURN-DATE            PIC 9(8).
           05  RM-SOURCE-PROGRAM         PIC X(8).
           05  RM-REASON                 PIC X(2).
               88  RM-NOT-DELIVERABLE        VALUE 'ND'.
               88  RM-MOVED-NO-FORWARD       VALUE 'MV'.
               88  RM-NO-SUCH-ADDRESS        VALUE 'NA'.
               88  RM-UNKNOWN-ADDRESSEE      VALUE 'UA'.
               88  RM-FORWARD-EXPIRED        VALUE 'FE'.
           05  RM-MAILED-ZIP             PIC X(10).

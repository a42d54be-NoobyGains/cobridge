      *================================================================*
      * BAI2 REPORTING SUBSCRIPTION RECORD - COBridge Example
      * One row per treasury management client and business account
      * the client receives balance reporting for, keyed by client
      * (customer id) plus account number. BAI2RPT builds a BAI2 file
      * per client from its active rows: the prior-day report for
      * rows with BAS-PRIOR-DAY set, the intraday current-day report
      * for rows with BAS-INTRADAY set. Maintained through BAI2SUBM.
      *================================================================*
       01  BAI2-SUB-RECORD.
           05  BAS-KEY.
               10  BAS-CLIENT-ID         PIC 9(10).
               10  BAS-ACCT-NUMBER       PIC X(12).
      * the client's BAI2 receiver identification, carried on the
      * file and group headers of the client's file
           05  BAS-RECEIVER-ID           PIC X(15).
           05  BAS-PRIOR-DAY             PIC X(1).
               88  BAS-WANTS-PRIOR-DAY       VALUE 'Y'.
           05  BAS-INTRADAY              PIC X(1).
               88  BAS-WANTS-INTRADAY        VALUE 'Y'.
           05  BAS-STATUS                PIC X(1).
               88  BAS-ACTIVE                VALUE 'A'.
               88  BAS-CANCELLED             VALUE 'C'.
           05  BAS-START-DATE            PIC 9(8).
           05  BAS-CHANGED-BY            PIC 9(8).
           05  BAS-CHANGED-DATE          PIC 9(8).

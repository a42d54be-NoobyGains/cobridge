      *================================================================*
      * LIEN RELEASE QUEUE RECORD - COBridge Example
      * One row per paid-off secured loan whose lien the bank owes
      * the borrower a release of, keyed by loan number. LIENQUE
      * queues it at payoff - MTGPAY for a mortgage (the property
      * and county the satisfaction is recorded in), CLNSERV for a
      * titled consumer loan (the VIN and collateral on the title)
      * - with the statutory due date from LIENDAYS. LIENRPT
      * extracts the release document for the county or DMV and
      * ages the open releases; LIENMNT records the milestones:
      * sent for recording, then recorded.
      *================================================================*
       01  LIEN-RELEASE-RECORD.
           05  LRL-LOAN-NUMBER           PIC X(20).
           05  LRL-LOAN-SOURCE           PIC X(1).
               88  LRL-MORTGAGE              VALUE 'M'.
               88  LRL-CONSUMER              VALUE 'C'.
           05  LRL-STATUS                PIC X(1).
               88  LRL-OPEN                  VALUE 'O'.
               88  LRL-SENT                  VALUE 'S'.
               88  LRL-RECORDED              VALUE 'R'.
               88  LRL-OUTSTANDING           VALUE 'O', 'S'.
           05  LRL-BORROWER-NAME         PIC X(60).
           05  LRL-STATE                 PIC X(2).
           05  LRL-PAYOFF-DATE           PIC 9(8).
           05  LRL-DUE-DATE              PIC 9(8).
           05  LRL-QUEUED-DATE           PIC 9(8).
      * mortgage: the property the satisfaction is recorded against
           05  LRL-PROPERTY.
               10  LRL-PROP-STREET1      PIC X(40).
               10  LRL-PROP-STREET2      PIC X(40).
               10  LRL-PROP-CITY         PIC X(30).
               10  LRL-PROP-ZIP          PIC 9(5).
               10  LRL-PROP-COUNTY       PIC X(30).
      * consumer: the titled collateral the DMV releases
           05  LRL-COLLATERAL.
               10  LRL-COLLAT-TYPE       PIC X(2).
               10  LRL-COLLAT-DESC       PIC X(50).
               10  LRL-VIN-NUMBER        PIC X(17).
      * milestones
           05  LRL-EXTRACT-DATE          PIC 9(8).
           05  LRL-SENT-DATE             PIC 9(8).
           05  LRL-RECORDED-DATE         PIC 9(8).
           05  LRL-RECORDING-REF         PIC X(20).
           05  LRL-CHANGED-DATE          PIC 9(8).

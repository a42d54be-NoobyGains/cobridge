      *================================================================*
      * COLLECTIONS WORK QUEUE RECORD - COBridge Example
      * One row per delinquent loan, keyed by loan number (or card
      * account number for a revolving card account), assigned
      * to a collector by bucket and balance by COLLQBLD. Closed when
      * the loan cures, or held off the queue while the borrower's
      * bankruptcy stay (or discharge) stands or the borrower is on
      * active duty under the SCRA.
      *================================================================*
       01  COLLECTION-QUEUE-RECORD.
           05  CLQ-LOAN-NUMBER           PIC X(20).
           05  CLQ-STATUS                PIC X(1).
               88  CLQ-ACTIVE                VALUE 'A'.
               88  CLQ-CURED                 VALUE 'C'.
               88  CLQ-BANKRUPTCY            VALUE 'B'.
               88  CLQ-MILITARY              VALUE 'M'.

      *================================================================*
      * REINSURANCE RECOVERABLE LEDGER RECORD - COBridge Example
      * One row per treaty and occurrence (the catastrophe event
      * code, or the claim number of a loss outside any event),
      * kept by RICEDE: what the treaty bears of the occurrence's
      * paid and incurred losses as of the last run, the ceded paid
      * already billed to the reinsurer, and what the reinsurer has
      * remitted against it. Billed less collected is the open
      * receivable on the reinsurer's statement.
      *================================================================*
       01  REINSURANCE-RECOVERABLE-RECORD.
           05  RIL-KEY.
               10  RIL-TREATY-ID         PIC X(8).
               10  RIL-OCCURRENCE-ID     PIC X(12).
           05  RIL-OCCURRENCE-TYPE       PIC X(1).
               88  RIL-CAT-EVENT             VALUE 'C'.
               88  RIL-SINGLE-CLAIM          VALUE 'S'.
           05  RIL-GROSS-PAID            PIC S9(13)V99 COMP-3.
           05  RIL-GROSS-INCURRED        PIC S9(13)V99 COMP-3.
           05  RIL-CEDED-PAID            PIC S9(13)V99 COMP-3.
           05  RIL-CEDED-INCURRED        PIC S9(13)V99 COMP-3.
           05  RIL-CEDED-RESERVE         PIC S9(13)V99 COMP-3.
           05  RIL-BILLED-TO-DATE        PIC S9(13)V99 COMP-3.
           05  RIL-COLLECTED-TO-DATE     PIC S9(13)V99 COMP-3.
           05  RIL-LAST-BILLED-DATE      PIC 9(8).
           05  RIL-LAST-COLLECTED-DATE   PIC 9(8).
           05  RIL-LAST-EVAL-DATE        PIC 9(8).

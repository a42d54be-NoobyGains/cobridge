      *================================================================*
      * ACH HELD BATCH RECORD - COBridge Example
      * One row per outbound originator batch ACHORIG held instead
      * of transmitting because it would breach the originator's
      * daily or window exposure limit, or the originator is
      * suspended; keyed by originator, hold date, window and the
      * batch number it was built under. The whole batch is kept.
      * The ACH desk approves or rejects it on the ACHHLDDC screen;
      * the next ACHORIG window re-dates an approved batch and
      * transmits it under a new batch number. A rejected batch is
      * left for operations to unwind the transfers behind it.
      *================================================================*
       01  ACH-BATCH-HOLD-RECORD.
           05  AHQ-KEY.
               10  AHQ-COMPANY-ID        PIC X(10).
               10  AHQ-HOLD-DATE         PIC 9(8).
               10  AHQ-WINDOW            PIC X(1).
               10  AHQ-BATCH-NUMBER      PIC 9(7).
           05  AHQ-STATUS                PIC X(1).
               88  AHQ-HELD                  VALUE 'H'.
               88  AHQ-APPROVED              VALUE 'A'.
               88  AHQ-REJECTED              VALUE 'R'.
               88  AHQ-TRANSMITTED           VALUE 'T'.
           05  AHQ-HOLD-REASON           PIC X(1).
               88  AHQ-OVER-DAILY            VALUE 'D'.
               88  AHQ-OVER-WINDOW           VALUE 'W'.
               88  AHQ-ORIG-SUSPENDED        VALUE 'S'.
           05  AHQ-ENTRY-COUNT           PIC 9(4).
           05  AHQ-TOTAL-DEBIT           PIC S9(11)V99 COMP-3.
           05  AHQ-TOTAL-CREDIT          PIC S9(11)V99 COMP-3.
      * the originator's exposure when the batch was held
           05  AHQ-DAILY-EXPOSURE        PIC S9(11)V99 COMP-3.
           05  AHQ-WINDOW-EXPOSURE       PIC S9(11)V99 COMP-3.
           05  AHQ-DECIDED-BY            PIC 9(8).
           05  AHQ-DECIDED-DATE          PIC 9(8).
           05  AHQ-SENT-DATE             PIC 9(8).
           05  AHQ-SENT-BATCH-NUMBER     PIC 9(7).
           05  FILLER                    PIC X(20).
           05  AHQ-BATCH-IMAGE           PIC X(4782).

      *================================================================*
      * GL CONTROL ACCOUNT RECONCILIATION HISTORY - COBridge Example
      * One row per control account GLRECON reconciles, keyed by
      * the ledger account. Holds the last run's difference
      * (subledger less ledger) and the run before it, so a rerun on
      * the same day still compares against the prior business day.
      * The break-since date is when the current unreconciled
      * difference first appeared; zero while the account is in
      * balance.
      *================================================================*
       01  GL-RECON-HISTORY-RECORD.
           05  GLR-GL-ACCOUNT            PIC X(8).
           05  GLR-LAST-RUN.
               10  GLR-RECON-DATE        PIC 9(8).
               10  GLR-DIFFERENCE        PIC S9(13)V99 COMP-3.
               10  GLR-BREAK-SINCE       PIC 9(8).
           05  GLR-PRIOR-RUN.
               10  GLR-PRIOR-DATE        PIC 9(8).
               10  GLR-PRIOR-DIFFERENCE  PIC S9(13)V99 COMP-3.
               10  GLR-PRIOR-BREAK-SINCE PIC 9(8).

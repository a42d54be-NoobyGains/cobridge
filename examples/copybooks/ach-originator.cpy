      *================================================================*
      * ACH ORIGINATOR PROFILE RECORD - COBridge Example
      * One row per customer we originate ACH entries for as ODFI,
      * keyed by the company id its batches carry, with the
      * originator's settlement account as an alternate key so
      * ACHORIG can tell its transfers from the bank's own. The
      * limits cap the credit exposure the bank takes on it: the
      * most it may originate in one business day and in any one
      * ACHORIG submission window (zero for no limit of that kind).
      * ACHORIG keeps the exposure accumulators, reset when the
      * date or window rolls, and holds a batch that would breach
      * either limit - or any batch of a suspended originator - on
      * the ACHHOLDQ queue for approval. The ACH desk sets the
      * profile through ACHOPMNT, audited by OPAUTH.
      *================================================================*
       01  ACH-ORIGINATOR-RECORD.
           05  AOP-COMPANY-ID            PIC X(10).
           05  AOP-ACCOUNT-NUMBER        PIC X(12).
           05  AOP-COMPANY-NAME          PIC X(16).
           05  AOP-SEC-CODE              PIC X(3).
           05  AOP-STATUS                PIC X(1).
               88  AOP-ACTIVE                VALUE 'A'.
               88  AOP-SUSPENDED             VALUE 'S'.
           05  AOP-LIMITS.
               10  AOP-DAILY-LIMIT       PIC S9(11)V99 COMP-3.
               10  AOP-WINDOW-LIMIT      PIC S9(11)V99 COMP-3.
           05  AOP-ACCUMULATORS.
               10  AOP-EXPOSURE-DATE     PIC 9(8).
               10  AOP-DAILY-EXPOSURE    PIC S9(11)V99 COMP-3.
               10  AOP-WINDOW-ID         PIC X(1).
               10  AOP-WINDOW-EXPOSURE   PIC S9(11)V99 COMP-3.
           05  AOP-SET-BY                PIC 9(8).
           05  AOP-SET-DATE              PIC 9(8).
           05  FILLER                    PIC X(20).

      *================================================================*
      * SYSTEM PARAMETER RECORD - COBridge Example
      * The bank's business thresholds, one row per parameter id and
      * effective date, keyed by the pair. PARMLKUP returns the value
      * in force on a business date: the approved row with the latest
      * effective date on or before it. A program whose parameter has
      * no approved row keeps the value it was compiled with, so the
      * table only ever has to carry what policy has changed.
      * Rows are keyed through PARMMNT by one operator (the maker)
      * and take effect only once a different operator (the checker)
      * approves them; PARMRPT lists every change, old and new value.
      * Parameter ids in use:
      *   CTR-THRESHOLD     CTR cash threshold (CTREXTR, AMLMON)
      *   AML-NEAR-FLOOR    structuring near-threshold floor (AMLMON)
      *   ISO-STANDIN-CAP   stand-in approval cap, dollars (ISOSWTCH)
      *   ISO-DFLT-ATM-LIM  new card ATM daily limit, dollars
      *   ISO-DFLT-POS-LIM  new card POS daily limit, dollars
      *   ISO-DFLT-TXN-CAP  new card daily transaction count cap
      *   DORMANCY-DAYS     days without activity to dormant (DORMSWP)
      *   NSF-MAX-FEES-DAY  NSF / OD fees per account per day (NSFFEE)
      *   NSF-FEE-AMOUNT    NSF fee (NSFFEE)
      *   OD-FEE-AMOUNT     overdraft fee (NSFFEE)
      *   OD-DE-MINIMIS     overdraft forgiven at or below (NSFFEE)
      *   CMP-ACK-DAYS      complaint acknowledgment, business days
      *   CMP-RESOLVE-DAYS  complaint resolution, calendar days
      *   CMP-REG-RES-DAYS  regulator complaint resolution (CMPLMNT)
      *   DDA-NOTICE1-DAYS  days overdrawn to first notice (DDCHGOFF)
      *   DDA-NOTICE2-DAYS  days overdrawn to second notice
      *   DDA-FINAL-NOTICE  days overdrawn to final warning
      *   DDA-CHGOFF-DAYS   days overdrawn to charge-off and close
      *================================================================*
       01  SYSTEM-PARAMETER-RECORD.
           05  SPM-KEY.
               10  SPM-PARAM-ID          PIC X(16).
               10  SPM-EFFECTIVE-DATE    PIC 9(8).
           05  SPM-DESCRIPTION           PIC X(40).
           05  SPM-VALUE                 PIC S9(11)V9(4) COMP-3.
      * the value in force on the effective date before this change,
      * as of when it was keyed, refreshed when it is approved; 'N'
      * when there was none and the programs' own default applied
           05  SPM-PRIOR-VALUE           PIC S9(11)V9(4) COMP-3.
           05  SPM-PRIOR-FOUND           PIC X(1).
               88  SPM-HAD-PRIOR             VALUE 'Y'.
           05  SPM-STATUS                PIC X(1).
               88  SPM-PENDING               VALUE 'P'.
               88  SPM-APPROVED              VALUE 'A'.
               88  SPM-REJECTED              VALUE 'R'.
           05  SPM-MAKER-ID              PIC 9(8).
           05  SPM-MAKER-DATE            PIC 9(8).
           05  SPM-CHECKER-ID            PIC 9(8).
           05  SPM-CHECKER-DATE          PIC 9(8).

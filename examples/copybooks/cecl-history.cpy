      *================================================================*
      * CECL ALLOWANCE HISTORY RECORD - COBridge Example
      * One row per quarter the allowance batch (CECLCALC) has run,
      * keyed by year and quarter (YYYYQ): the required allowance
      * and the provision booked through GLPOST for each book. The
      * next quarter's provision is the change from this row; a
      * re-run of the same quarter books only the true-up against
      * what the first run already posted.
      *================================================================*
       01  CECL-HISTORY-RECORD.
           05  CEH-QUARTER               PIC 9(5).
           05  CEH-RUN-DATE              PIC 9(8).
           05  CEH-MTG-BALANCE           PIC S9(13)V99 COMP-3.
           05  CEH-MTG-ALLOWANCE         PIC S9(11)V99 COMP-3.
           05  CEH-MTG-PROVISION         PIC S9(11)V99 COMP-3.
           05  CEH-CLN-BALANCE           PIC S9(13)V99 COMP-3.
           05  CEH-CLN-ALLOWANCE         PIC S9(11)V99 COMP-3.
           05  CEH-CLN-PROVISION         PIC S9(11)V99 COMP-3.

      *================================================================*
      * LOSS DEVELOPMENT HISTORY RECORD - COBridge Example
      * One row per line of business, accident quarter and
      * evaluation quarter (quarter keys run YYYYQ), written by the
      * quarter-end loss development batch (LOSSTRI) from the claims
      * as they stood on the evaluation date: paid losses gross and
      * net of the recoveries CLMRECOV posts back to the claim, the
      * case reserves still open, and incurred (net paid plus case).
      * Each quarter adds one diagonal; the triangles are read back
      * from these rows, so history is never recomputed.
      *================================================================*
       01  LOSS-DEVELOPMENT-RECORD.
           05  LDV-KEY.
               10  LDV-LINE              PIC X(2).
               10  LDV-ACCIDENT-QTR      PIC 9(5).
               10  LDV-EVAL-QTR          PIC 9(5).
           05  LDV-AGE-MONTHS            PIC 9(3).
           05  LDV-CLAIM-COUNT           PIC 9(7).
           05  LDV-GROSS-PAID            PIC S9(13)V99 COMP-3.
           05  LDV-RECOVERIES            PIC S9(13)V99 COMP-3.
           05  LDV-NET-PAID              PIC S9(13)V99 COMP-3.
           05  LDV-CASE-RESERVE          PIC S9(13)V99 COMP-3.
           05  LDV-INCURRED              PIC S9(13)V99 COMP-3.
           05  LDV-EVAL-DATE             PIC 9(8).

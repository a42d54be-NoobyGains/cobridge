      * updates on each approval and resets when the BANKCAL
      * business date rolls. The fraud team can set a temporary
      * override through CRDLMNT; it expires on its own date and
      * every change is audited through OPAUTH. The usage history
      * (last use, last amount, running average, foreign use)
      * feeds the switch's fraud rule scoring.
      *================================================================*
       01  CARD-LIMITS-RECORD.
           05  CL-PAN                    PIC X(19).
               10  CL-OVR-EXPIRE-DATE    PIC 9(8).
               10  CL-OVR-SET-BY         PIC 9(8).
               10  CL-OVR-SET-DATE       PIC 9(8).
      * the card's usage history, carried across business dates
      * and updated on every approval
           05  CL-USAGE-HISTORY.
               10  CL-LAST-USE-DATE      PIC 9(8).
               10  CL-LAST-USE-TIME      PIC 9(6).
               10  CL-LAST-AMOUNT-CENTS  PIC 9(12).
               10  CL-HIST-COUNT         PIC 9(7).
               10  CL-HIST-TOTAL-CENTS   PIC 9(15).
               10  CL-FOREIGN-USED       PIC X(1).

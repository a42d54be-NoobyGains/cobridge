      * P&I/escrow split. The investor remittance (INVREMIT), the
      * year-end 1098 (MTG1098) and the collections promise tracking
      * all read this activity file instead of re-deriving splits.
      * A late charge collected is a row of its own (type L, the
      * amount in MPY-AMOUNT): it is servicing income, never part
      * of an installment.
      *================================================================*
       01  MTG-PAYMENT-RECORD.
           05  MPY-LOAN-NUMBER           PIC X(20).
               88  MPY-REGULAR               VALUE 'R'.
               88  MPY-TO-SUSPENSE           VALUE 'S'.
               88  MPY-PAYOFF                VALUE 'P'.
               88  MPY-LATE-CHARGE           VALUE 'L'.

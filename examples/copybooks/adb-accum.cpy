      * balances: sum of daily closing balances, day count, and the
      * cycle-to-date low balance. STMTGEN prints the average and low
      * from here; the fee/analysis side prices from it. Reset at
      * cycle end by ADBACCUM's RESET parm. INTCAP adds the gross
      * interest it pays during the cycle, from which STMTGEN prints
      * the Truth-in-Savings APY Earned.
      *================================================================*
       01  ADB-ACCUM-RECORD.
           05  ADB-ACCT-NUMBER           PIC X(12).
           05  ADB-CYCLE-LOW             PIC S9(13)V99 COMP-3.
           05  ADB-CYCLE-START-DATE      PIC 9(8).
           05  ADB-LAST-ACCUM-DATE       PIC 9(8).
           05  ADB-CYCLE-INT-PAID        PIC S9(9)V99 COMP-3.

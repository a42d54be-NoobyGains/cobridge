      *   deposits by ACCT-TYPE split consumer/business
      *   CD balances additionally bucketed by time to
      *     CD-MATURITY-DATE (3 months, 12 months, 3 years, over)
      *   mortgage balances split nonaccrual (MLR-NONACCRUAL, as
      *     NONACCR sets it) and, for loans still accruing, current
      *     / 30-89 / 90+ past due off MLR-DAYS-DELINQUENT
      *   consumer loan balances split the same way off
      *     LSV-NONACCRUAL and LSV-DAYS-DELINQUENT
      * The schedule file (line id, count, amount) carries the
      * standard header/trailer pair, and every account and loan
      * also writes an audit row naming the line it mapped to, so

       SET-LOAN-LINE-MTG.
           EVALUATE TRUE
               WHEN MLR-NONACCRUAL
                   MOVE "MTG-NACC" TO WS-LINE-ID
               WHEN WS-DELQ-DAYS < 30
                   MOVE "MTG-CUR " TO WS-LINE-ID
               WHEN WS-DELQ-DAYS < 90

       SET-LOAN-LINE-CLN.
           EVALUATE TRUE
               WHEN LSV-NONACCRUAL
                   MOVE "CLN-NACC" TO WS-LINE-ID
               WHEN WS-DELQ-DAYS < 30
                   MOVE "CLN-CUR " TO WS-LINE-ID
               WHEN WS-DELQ-DAYS < 90


      * highest effective-dated tier whose floor the balance meets
      * wins; no rows for the type means the account keeps its own
      * stored rate. A scheduled change prices the tier from its
      * effective date on.
       RESOLVE-NIGHTLY-RATE.
           MOVE ACCT-INT-RATE TO WS-NIGHTLY-RATE
           IF NOT WS-RATE-TABLE-UP
                       IF RT-EFFECTIVE-DATE <= WS-RUN-DATE
                               AND ACCT-CURRENT-BAL >= RT-TIER-FLOOR
                           MOVE RT-RATE TO WS-NIGHTLY-RATE
                           IF RT-NEW-EFFECTIVE-DATE > 0
                               AND RT-NEW-EFFECTIVE-DATE <= WS-RUN-DATE
                               MOVE RT-NEW-RATE TO WS-NIGHTLY-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

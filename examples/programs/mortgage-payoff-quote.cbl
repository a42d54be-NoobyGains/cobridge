      * quote for a good-through date - principal from
      * MLR-CURRENT-BALANCE, interest accrued from the last paid
      * date at the loan's per-diem (balance times note rate over
      * 365), the lien-release fee and any unpaid late charges, and
      * the escrow balance to be refunded after payoff - writes the
      * quote document, and logs
      * the quote on the PAYQUOTE register with the quoting
      * operator. Callable from the servicing screen and from the
      * MTGQBTCH request-file batch alike, so the desk stops
                   WS-PER-DIEM * WS-ACCRUAL-DAYS
           COMPUTE WS-TOTAL =
                   MLR-CURRENT-BALANCE + WS-INTEREST
                 + WS-RELEASE-FEE + MLR-LATE-CHARGES-DUE.

      * the next free per-loan sequence is one past the highest on
      * file; every quote issued stays on the register
           MOVE MLR-CURRENT-BALANCE TO PQ-PRINCIPAL
           MOVE WS-PER-DIEM TO PQ-PER-DIEM
           MOVE WS-INTEREST TO PQ-INTEREST
           COMPUTE PQ-FEES = WS-RELEASE-FEE + MLR-LATE-CHARGES-DUE
           MOVE MLR-ESCROW-BALANCE TO PQ-ESCROW-REFUND
           MOVE WS-TOTAL TO PQ-TOTAL
           MOVE LS-OPERATOR-ID TO PQ-OPERATOR-ID
           STRING "  RELEASE/RECORDING FEE " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO QUOTE-DOC-LINE
           WRITE QUOTE-DOC-LINE
           IF MLR-LATE-CHARGES-DUE > 0
               MOVE MLR-LATE-CHARGES-DUE TO WS-AMT-DISPLAY
               STRING "  LATE CHARGES DUE      " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO QUOTE-DOC-LINE
               WRITE QUOTE-DOC-LINE
           END-IF
           MOVE WS-TOTAL TO WS-AMT-DISPLAY
           STRING "  TOTAL TO PAY OFF      " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO QUOTE-DOC-LINE

           COMPUTE ICR-PMT-AMOUNT(WS-PMT-IDX) = LS-AMOUNT * -1
           MOVE "RC" TO ICR-PMT-TYPE(WS-PMT-IDX)
           MOVE 0 TO ICR-PMT-CHECK-NO(WS-PMT-IDX)
           MOVE SPACES TO ICR-PMT-PAYEE-ID(WS-PMT-IDX)
           SUBTRACT LS-AMOUNT FROM ICR-PAID-AMOUNT.

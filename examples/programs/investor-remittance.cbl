      * MLR-CURRENT-BALANCE across their loans since the last cutoff
      * baseline - an out-of-balance investor ends the run RC=8 and
      * holds the file. Replaces the three-source spreadsheet.
      * Late charges collected (MTGPAY's L rows) are the servicer's
      * income, not the investor's: they are reported per investor
      * but stay out of the remittance and the reconciliation.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ROWS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-INVESTORS-REMITTED  PIC 9(3) COMP VALUE 0.
       01  WS-OUT-OF-BALANCE      PIC 9(3) COMP VALUE 0.
       01  WS-TOTAL-LATE-CHGS     PIC S9(11)V99 COMP-3 VALUE 0.

      * per-investor accumulation for the month
       01  WS-INV-COUNT           PIC 9(3) COMP VALUE 0.
               10  WS-INV-PAYOFFS     PIC S9(11)V99 COMP-3.
               10  WS-INV-PMT-COUNT   PIC 9(7) COMP.
               10  WS-INV-CUR-BALANCE PIC S9(13)V99 COMP-3.
               10  WS-INV-LATE-CHGS   PIC S9(11)V99 COMP-3.
               10  WS-INV-LATE-COUNT  PIC 9(7) COMP.

       01  WS-SVC-FEE             PIC S9(9)V99 COMP-3.
       01  WS-NET-REMIT           PIC S9(11)V99 COMP-3.
           DISPLAY "INVREMIT: ACTIVITY ROWS = " WS-ROWS-READ
           DISPLAY "INVREMIT: INVESTORS     = " WS-INVESTORS-REMITTED
           DISPLAY "INVREMIT: OUT OF BAL    = " WS-OUT-OF-BALANCE
           DISPLAY "INVREMIT: LATE CHG INC  = " WS-TOTAL-LATE-CHGS

           IF WS-OUT-OF-BALANCE > 0
               DISPLAY "INVREMIT: FILE HELD - RECONCILE FIRST"
                       SET WS-PMT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       EVALUATE TRUE
                           WHEN MPY-TO-SUSPENSE
                               CONTINUE
                           WHEN MPY-LATE-CHARGE
                               PERFORM BUCKET-ONE-LATE-CHARGE
                           WHEN OTHER
                               PERFORM BUCKET-ONE-PAYMENT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAYMENT-ACTIVITY.
           END-IF
           ADD 1 TO WS-INV-PMT-COUNT(WS-INV-IDX).

       BUCKET-ONE-LATE-CHARGE.
           PERFORM FIND-INVESTOR-BUCKET
           ADD MPY-AMOUNT TO WS-INV-LATE-CHGS(WS-INV-IDX)
           ADD 1 TO WS-INV-LATE-COUNT(WS-INV-IDX)
           ADD MPY-AMOUNT TO WS-TOTAL-LATE-CHGS.

       FIND-INVESTOR-BUCKET.
           MOVE "N" TO WS-INV-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                  " PMTS=" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE
           MOVE WS-INV-LATE-CHGS(WS-INV-IDX) TO WS-AMT1
           MOVE WS-INV-LATE-COUNT(WS-INV-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO REMIT-LINE
           STRING "     LATE CHARGE INCOME=" WS-AMT1
                  " LATE CHARGES=" WS-COUNT-DISPLAY
                  " (RETAINED - NOT REMITTED)"
               DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE
           ADD 1 TO WS-INVESTORS-REMITTED

           PERFORM RECONCILE-ONE-INVESTOR.

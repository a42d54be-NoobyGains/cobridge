      * carries, so payments follow the new figures from the
      * effective date automatically. The next reset date advances
      * by the loan's reset frequency.
      * A borrower SCRACHK shows on active duty on the reset date,
      * on a loan originated before the service began, is held to
      * the six-percent SCRA cap: the notice quotes the capped rate
      * and the installment net of the forgiven interest, and the
      * schedule carries interest at the cap. The contract rate
      * still goes on the master - MTGPAY applies the cap at each
      * payment - so the periodic and lifetime caps keep working
      * from the note and a reset never lifts the SCRA cap.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CAP-CEILING         PIC 9V9(4) COMP-3.
       01  WS-LIFE-CEILING        PIC 9V9(4) COMP-3.

      * SCRA cap: the rate the borrower is actually charged after
      * the reset, and the first month's interest forgiven above it
       01  WS-SCRA-CAP-RATE       PIC 9V9(4) COMP-3 VALUE 0.0600.
       01  WS-APPLIED-RATE        PIC 9V9(4) COMP-3.
       01  WS-SCRA-FORGIVEN       PIC S9(7)V99 COMP-3.
       01  WS-SCRA-CUST-ID        PIC 9(10) VALUE 0.
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).
       01  WS-RATE-DISPLAY-CAP    PIC 9.9999.

      * annuity re-figure over the remaining term
       01  WS-MONTHLY-RATE        PIC 9V9(9).
       01  WS-FACTOR              PIC 9(7)V9(9).
       01  WS-NEW-PI              PIC S9(7)V99 COMP-3.
       01  WS-NEW-PAYMENT         PIC S9(7)V99 COMP-3.
       01  WS-BILLED-PAYMENT      PIC S9(7)V99 COMP-3.

      * amort schedule rebuild work
       01  WS-AM-IDX              PIC 9(2) COMP.
               ADD 1 TO WS-LOANS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SCRA-CAP

      * advance notice goes out once, the required lead ahead of
      * the reset; the change itself applies on the reset date
                     * WS-FACTOR / (WS-FACTOR - 1)
           END-IF
           COMPUTE WS-NEW-PAYMENT =
                   WS-NEW-PI + MLR-ESCROW-AMOUNT
           MOVE 0 TO WS-SCRA-FORGIVEN
           IF WS-APPLIED-RATE < WS-NEW-RATE
               COMPUTE WS-SCRA-FORGIVEN ROUNDED =
                       MLR-CURRENT-BALANCE
                     * (WS-NEW-RATE - WS-APPLIED-RATE) / 12
           END-IF
           COMPUTE WS-BILLED-PAYMENT =
                   WS-NEW-PAYMENT - WS-SCRA-FORGIVEN.

      * the cap holds while the borrower is in service on the reset
      * date and only for a loan originated before the service
      * start
       CHECK-SCRA-CAP.
           MOVE WS-NEW-RATE TO WS-APPLIED-RATE
           CALL "SCRACHK" USING WS-SCRA-CUST-ID
                                MLR-BORR-SSN
                                ARM-NEXT-RESET-DATE
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0
                   AND WS-ON-ACTIVE-DUTY
                   AND MLR-ORIGINATION-DATE < WS-SCRA-START
                   AND WS-NEW-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF.

       APPLY-THE-RESET.
           PERFORM COMPUTE-NEW-PAYMENT
                       WS-AM-BALANCE * WS-NEW-RATE / 12
               COMPUTE WS-AM-PRINCIPAL =
                       WS-NEW-PI - WS-AM-INTEREST
      * under the SCRA cap principal follows the note schedule and
      * only the capped interest is shown as owed
               IF WS-APPLIED-RATE < WS-NEW-RATE
                   COMPUTE WS-AM-INTEREST ROUNDED =
                           WS-AM-BALANCE * WS-APPLIED-RATE / 12
               END-IF
               IF WS-AM-PRINCIPAL > WS-AM-BALANCE
                   MOVE WS-AM-BALANCE TO WS-AM-PRINCIPAL
               END-IF
       WRITE-RATE-NOTICE.
           MOVE MLR-INTEREST-RATE TO WS-RATE-DISPLAY-OLD
           MOVE WS-NEW-RATE TO WS-RATE-DISPLAY-NEW
           MOVE WS-BILLED-PAYMENT TO WS-PMT-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           STRING "RATE CHANGE NOTICE LOAN " ARM-LOAN-NUMBER
                  " EFF " ARM-NEXT-RESET-DATE
                  " RATE " WS-RATE-DISPLAY-OLD
                  " -> " WS-RATE-DISPLAY-NEW
                  " NEW PMT" WS-PMT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
      * a covered borrower is told the rate actually charged
           IF WS-APPLIED-RATE < WS-NEW-RATE
               MOVE WS-APPLIED-RATE TO WS-RATE-DISPLAY-CAP
               STRING " SCRA CAP " WS-RATE-DISPLAY-CAP
                   DELIMITED BY SIZE INTO NOTICE-LINE(99:34)
           END-IF
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-SENT.

      *         the remaining term, and the amort schedule
      *         rebuilds - MTGPAY just keeps applying what the
      *         master carries
      *   'F' - put the loan in a forbearance plan for the months
      *         given in the extension (zero ends a plan early):
      *         the terms stand, but MTGLATE charges no late
      *         charge through MLR-FORBEAR-END-DATE
      * Every event lands on the MODEVENT audit file with before
      * and after terms. The approving operator must clear
      * OPAUTH's ADJC (approval) function.
           88  LS-OPEN-TRIAL          VALUE "T".
           88  LS-TRIAL-PAYMENT       VALUE "R".
           88  LS-MAKE-PERMANENT      VALUE "P".
           88  LS-FORBEARANCE         VALUE "F".
       01  LS-LOAN-NUMBER         PIC X(20).
       01  LS-NEW-RATE            PIC 9V9(4) COMP-3.
       01  LS-EXTEND-MONTHS       PIC 9(3).
                           SET MOD-PERMANENT TO TRUE
                           PERFORM APPLY-THE-MODIFICATION
                       END-IF
                   WHEN LS-FORBEARANCE
                       PERFORM SET-FORBEARANCE-PLAN
                   WHEN OTHER
                       SET RC-INVALID-INPUT TO TRUE
               END-EVALUATE
               END-REWRITE
           END-IF.

      * the plan runs the given months from today, month-add as
      * the schedule rebuild does; the event keeps the old terms
      * as the new ones, nothing about the note changes
       SET-FORBEARANCE-PLAN.
           IF LS-EXTEND-MONTHS = 0
               MOVE 0 TO MLR-FORBEAR-END-DATE
           ELSE
               MOVE WS-RUN-DATE(1:4) TO WS-AM-YYYY
               MOVE WS-RUN-DATE(5:2) TO WS-AM-MM
               MOVE WS-RUN-DATE(7:2) TO WS-AM-DD
               ADD LS-EXTEND-MONTHS TO WS-AM-MM
               PERFORM UNTIL WS-AM-MM <= 12
                   SUBTRACT 12 FROM WS-AM-MM
                   ADD 1 TO WS-AM-YYYY
               END-PERFORM
               IF WS-AM-DD > 28
                   MOVE 28 TO WS-AM-DD
               END-IF
               COMPUTE MLR-FORBEAR-END-DATE =
                       WS-AM-YYYY * 10000 + WS-AM-MM * 100
                     + WS-AM-DD
           END-IF
           MOVE 0 TO LS-DEFER-AMOUNT
           MOVE 0 TO LS-NEW-RATE
           PERFORM WRITE-MOD-EVENT
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           SET MOD-FORBEARANCE TO TRUE
           SET MOD-PERMANENT TO TRUE
           MOVE MLR-INTEREST-RATE TO MOD-NEW-RATE
           MOVE MLR-TERM-MONTHS TO MOD-NEW-TERM
           MOVE MLR-REMAIN-MONTHS TO MOD-NEW-REMAIN
           MOVE MLR-PI-AMOUNT TO MOD-NEW-PI
           MOVE MLR-FORBEAR-END-DATE TO MOD-FORBEAR-END-DATE
           REWRITE MOD-EVENT-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

      * the latest trial row for the loan takes the payment; the
      * last required one flips it permanent and applies the terms
       RECORD-TRIAL-PAYMENT.

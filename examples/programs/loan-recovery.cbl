      *         loan lands on the recovery income line through
      *         GLPOST and rolls COF-RECOVERED-TO-DATE; a fully
      *         recovered row closes
      *   'S' - settle for less than the balance: the amount is
      *         the settlement payment, posted as a recovery; what
      *         remains of the principal memo, and the interest
      *         written off, is forgiven and the row is settled -
      *         a cancelled debt the year-end 1099-C reports
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LS-ACTION              PIC X(1).
           88  LS-APPROVE             VALUE "A".
           88  LS-RECOVERY            VALUE "R".
           88  LS-SETTLEMENT          VALUE "S".
       01  LS-LOAN-NUMBER         PIC X(20).
       01  LS-AMOUNT              PIC S9(9)V99 COMP-3.
       01  LS-RETURN-CODE         PIC 9(2).
                       PERFORM APPROVE-ONE-CHARGE-OFF
                   WHEN LS-RECOVERY
                       PERFORM POST-ONE-RECOVERY
                   WHEN LS-SETTLEMENT
                       PERFORM SETTLE-ONE-DEBT
                   WHEN OTHER
                       SET RC-INVALID-INPUT TO TRUE
               END-EVALUATE
               DELIMITED BY SIZE INTO WS-GL-DESC
           PERFORM CALL-GLPOST.

      * the settlement money is a recovery like any other; the rest
      * of the debt is forgiven, principal first recovered, so the
      * interest written off is forgiven whole
       SETTLE-ONE-DEBT.
           IF NOT COF-CHARGED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-AMOUNT <= 0
                   OR LS-AMOUNT + COF-RECOVERED-TO-DATE
                      >= COF-BALANCE-MEMO
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-ONE-RECOVERY
           SET COF-SETTLED TO TRUE
           MOVE WS-RUN-DATE TO COF-SETTLED-DATE
           COMPUTE COF-FORGIVEN-PRINCIPAL =
                   COF-BALANCE-MEMO - COF-RECOVERED-TO-DATE
           MOVE COF-INTEREST-WO TO COF-FORGIVEN-INTEREST.

       CALL-GLPOST.
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE

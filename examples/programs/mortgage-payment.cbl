      * loan is brought current. A short payment waits in suspense.
      * Every application writes a payment activity row MTGDELQ,
      * MTGESCRW, INVREMIT and MTG1098 can trust. A payment that
      * clears the balance marks the loan paid off. On a loan
      * NONACCR has put on nonaccrual the installment goes wholly
      * to principal, and each installment paid by its due date
      * counts toward the consecutive run that restores accrual.
      * A borrower SCRACHK shows on active duty pays no more than
      * six percent on a loan made before the service began: the
      * interest above the cap is forgiven, not deferred - the
      * installment due drops by it, principal still reduces on
      * the note schedule, and the forgiven amount is kept on the
      * loan (MLR-SCRA-INT-FORGIVEN).
      * Once SVCXOUT has sold the servicing on a loan, a payment
      * dated on or after the transfer date is refused for
      * forwarding to the new servicer.
      * A payoff queues the satisfaction of mortgage the bank owes
      * the borrower (LIENQUE), due by the property state's
      * deadline.
      * Late charges MTGLATE assessed are a bucket of their own,
      * never taken ahead of an installment: they are collected
      * only from money left once the loan is current (or paid
      * off), before anything goes to suspense, on an activity row
      * of their own.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-INTEREST-DUE        PIC S9(7)V99 COMP-3.
       01  WS-PRINCIPAL-PART      PIC S9(7)V99 COMP-3.
       01  WS-INSTALLMENTS        PIC 9(3) COMP VALUE 0.
       01  WS-ONTIME-CAP          PIC 9(2) VALUE 99.
       01  WS-LATE-COLLECTED      PIC S9(5)V99 COMP-3.

      * SCRA cap: the rate interest is figured at (the note rate,
      * or the cap for a covered borrower), the interest forgiven
      * above it, and the installment due net of the forgiven part
       01  WS-SCRA-CAP-RATE       PIC 9V9(4) COMP-3 VALUE 0.0600.
       01  WS-APPLIED-RATE        PIC 9V9(4) COMP-3.
       01  WS-SCRA-FORGIVEN       PIC S9(7)V99 COMP-3.
       01  WS-INSTALLMENT-DUE     PIC S9(7)V99 COMP-3.
       01  WS-SCRA-CUST-ID        PIC 9(10) VALUE 0.
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).
       01  WS-DUE-YEAR            PIC 9(4).
       01  WS-DUE-MONTH           PIC 9(2).
       01  WS-DUE-DAY             PIC 9(2).

      * the lien release a payoff queues
       COPY "lien-release.cpy".
       01  WS-LIEN-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-LOAN-NUMBER         PIC X(20).
       01  LS-PAYMENT-AMOUNT      PIC S9(9)V99 COMP-3.
                       " IS CHARGED OFF - POST VIA LNRECOV"
           END-IF

      * servicing sold: from the transfer date the payment belongs
      * to the new servicer and is forwarded there, not applied
           IF RC-SUCCESS AND MLR-XFER-SOLD
                   AND LS-PAYMENT-DATE >= MLR-XFER-DATE
               SET RC-REFER TO TRUE
               DISPLAY "MTGPAY: LOAN " LS-LOAN-NUMBER
                       " SERVICING TRANSFERRED " MLR-XFER-DATE
                       " - FORWARD TO NEW SERVICER"
           END-IF

           IF RC-SUCCESS
               PERFORM CHECK-SCRA-CAP
               PERFORM APPLY-THE-PAYMENT
               REWRITE MORTGAGE-LOAN-RECORD
                   INVALID KEY
               EXIT PARAGRAPH
           END-IF

           PERFORM FIGURE-INSTALLMENT-DUE
           PERFORM UNTIL WS-AVAILABLE < WS-INSTALLMENT-DUE
                   OR MLR-CURRENT-BALANCE <= 0
               PERFORM APPLY-ONE-INSTALLMENT
           END-PERFORM

      * brought current once the next due date is in the future;
      * only then may what is left go to late charges
           MOVE 0 TO WS-LATE-COLLECTED
           IF MLR-NEXT-PMT-DUE > LS-PAYMENT-DATE
               MOVE 0 TO MLR-DAYS-DELINQUENT
               PERFORM COLLECT-LATE-CHARGES
           END-IF

      * whatever could not make a full installment waits in suspense
           MOVE WS-AVAILABLE TO MLR-SUSPENSE-BALANCE
           IF WS-INSTALLMENTS = 0 AND WS-LATE-COLLECTED = 0
               PERFORM WRITE-SUSPENSE-ACTIVITY
           END-IF.

       COLLECT-LATE-CHARGES.
           IF MLR-LATE-CHARGES-DUE <= 0 OR WS-AVAILABLE <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AVAILABLE >= MLR-LATE-CHARGES-DUE
               MOVE MLR-LATE-CHARGES-DUE TO WS-LATE-COLLECTED
           ELSE
               MOVE WS-AVAILABLE TO WS-LATE-COLLECTED
           END-IF
           SUBTRACT WS-LATE-COLLECTED FROM WS-AVAILABLE
           SUBTRACT WS-LATE-COLLECTED FROM MLR-LATE-CHARGES-DUE

           INITIALIZE MTG-PAYMENT-RECORD
           MOVE MLR-LOAN-NUMBER TO MPY-LOAN-NUMBER
           MOVE MLR-INVESTOR-CODE TO MPY-INVESTOR-CODE
           MOVE LS-PAYMENT-DATE TO MPY-PAYMENT-DATE
           MOVE WS-LATE-COLLECTED TO MPY-AMOUNT
           SET MPY-LATE-CHARGE TO TRUE
           WRITE MTG-PAYMENT-RECORD.

       APPLY-ONE-INSTALLMENT.
           SUBTRACT WS-INSTALLMENT-DUE FROM WS-AVAILABLE
           ADD 1 TO WS-INSTALLMENTS

      * nonaccrual: principal only, and the on-time run is judged
      * on the installment this payment picks up first
           IF MLR-NONACCRUAL
               MOVE 0 TO WS-INTEREST-DUE
               IF WS-INSTALLMENTS = 1
                   PERFORM COUNT-ONTIME-INSTALLMENT
               END-IF
           END-IF
           COMPUTE WS-PRINCIPAL-PART =
                   MLR-PI-AMOUNT - WS-SCRA-FORGIVEN - WS-INTEREST-DUE
           IF WS-PRINCIPAL-PART > MLR-CURRENT-BALANCE
               MOVE MLR-CURRENT-BALANCE TO WS-PRINCIPAL-PART
           END-IF

           SUBTRACT WS-PRINCIPAL-PART FROM MLR-CURRENT-BALANCE
           ADD WS-SCRA-FORGIVEN TO MLR-SCRA-INT-FORGIVEN
           ADD MLR-ESCROW-AMOUNT TO MLR-ESCROW-BALANCE
           IF MLR-REMAIN-MONTHS > 0
               SUBTRACT 1 FROM MLR-REMAIN-MONTHS

           PERFORM ADVANCE-NEXT-DUE-DATE
           MOVE LS-PAYMENT-DATE TO MLR-LAST-PAID-DATE
           MOVE WS-INSTALLMENT-DUE TO MLR-LAST-PAID-AMOUNT

           INITIALIZE MTG-PAYMENT-RECORD
           MOVE MLR-LOAN-NUMBER TO MPY-LOAN-NUMBER
           MOVE MLR-INVESTOR-CODE TO MPY-INVESTOR-CODE
           MOVE LS-PAYMENT-DATE TO MPY-PAYMENT-DATE
           MOVE WS-INSTALLMENT-DUE TO MPY-AMOUNT
           MOVE WS-PRINCIPAL-PART TO MPY-PRINCIPAL
           MOVE WS-INTEREST-DUE TO MPY-INTEREST
           MOVE MLR-ESCROW-AMOUNT TO MPY-ESCROW
           SET MPY-REGULAR TO TRUE
           WRITE MTG-PAYMENT-RECORD

           PERFORM FIGURE-INSTALLMENT-DUE.

      * interest on the current balance at the applied rate; under
      * the SCRA cap the interest above it is forgiven and comes
      * off the installment the borrower owes
       FIGURE-INSTALLMENT-DUE.
           COMPUTE WS-INTEREST-DUE ROUNDED =
                   MLR-CURRENT-BALANCE * WS-APPLIED-RATE / 12
           MOVE 0 TO WS-SCRA-FORGIVEN
           IF WS-APPLIED-RATE < MLR-INTEREST-RATE
               COMPUTE WS-SCRA-FORGIVEN ROUNDED =
                       MLR-CURRENT-BALANCE
                     * (MLR-INTEREST-RATE - WS-APPLIED-RATE) / 12
           END-IF
           COMPUTE WS-INSTALLMENT-DUE =
                   MLR-PAYMENT-AMOUNT - WS-SCRA-FORGIVEN.

      * the cap holds while the borrower is in service on the
      * payment date and only for a loan originated before the
      * service start
       CHECK-SCRA-CAP.
           MOVE MLR-INTEREST-RATE TO WS-APPLIED-RATE
           CALL "SCRACHK" USING WS-SCRA-CUST-ID
                                MLR-BORR-SSN
                                LS-PAYMENT-DATE
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0
                   AND WS-ON-ACTIVE-DUTY
                   AND MLR-ORIGINATION-DATE < WS-SCRA-START
                   AND MLR-INTEREST-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF.

       COUNT-ONTIME-INSTALLMENT.
           IF MLR-NEXT-PMT-DUE >= LS-PAYMENT-DATE
               IF MLR-ONTIME-PMTS < WS-ONTIME-CAP
                   ADD 1 TO MLR-ONTIME-PMTS
               END-IF
           ELSE
               MOVE 0 TO MLR-ONTIME-PMTS
           END-IF.

      * a payoff collects the quoted interest even on a nonaccrual
      * loan - the loan leaves the book with this payment (at the
      * SCRA cap for a covered borrower)
       APPLY-AS-PAYOFF.
           PERFORM FIGURE-INSTALLMENT-DUE
           ADD WS-SCRA-FORGIVEN TO MLR-SCRA-INT-FORGIVEN
           MOVE MLR-CURRENT-BALANCE TO WS-PRINCIPAL-PART
           SUBTRACT WS-PRINCIPAL-PART FROM WS-AVAILABLE
           SUBTRACT WS-INTEREST-DUE FROM WS-AVAILABLE
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           MOVE 0 TO WS-LATE-COLLECTED
           PERFORM COLLECT-LATE-CHARGES
           MOVE 0 TO MLR-CURRENT-BALANCE
           MOVE 0 TO MLR-REMAIN-MONTHS
           MOVE 0 TO MLR-DAYS-DELINQUENT
           SET MPY-PAYOFF TO TRUE
           WRITE MTG-PAYMENT-RECORD

           PERFORM MATCH-PAYOFF-QUOTE
           PERFORM QUEUE-LIEN-RELEASE.

      * the satisfaction is recorded against the property in its
      * county; a queue failure is reported, never a reason to
      * refuse the payoff
       QUEUE-LIEN-RELEASE.
           INITIALIZE LIEN-RELEASE-RECORD
           MOVE MLR-LOAN-NUMBER TO LRL-LOAN-NUMBER
           SET LRL-MORTGAGE TO TRUE
           STRING MLR-BORR-FIRST-NAME DELIMITED BY "  "
                  " " MLR-BORR-LAST-NAME DELIMITED BY "  "
               INTO LRL-BORROWER-NAME
           MOVE MLR-PROP-STATE TO LRL-STATE
           MOVE LS-PAYMENT-DATE TO LRL-PAYOFF-DATE
           MOVE MLR-PROP-STREET1 TO LRL-PROP-STREET1
           MOVE MLR-PROP-STREET2 TO LRL-PROP-STREET2
           MOVE MLR-PROP-CITY TO LRL-PROP-CITY
           MOVE MLR-PROP-ZIP TO LRL-PROP-ZIP
           MOVE MLR-PROP-COUNTY TO LRL-PROP-COUNTY
           CALL "LIENQUE" USING LIEN-RELEASE-RECORD
                                WS-LIEN-RETURN-CODE
           IF WS-LIEN-RETURN-CODE NOT = 0
               DISPLAY "MTGPAY: LIEN RELEASE NOT QUEUED FOR "
                       MLR-LOAN-NUMBER " RC=" WS-LIEN-RETURN-CODE
           END-IF.

      * the open quote for this loan (the latest, if several) is
      * marked used; a remittance under the quoted total leaves the

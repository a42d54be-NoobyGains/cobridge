      *   - assesses one late fee per cycle once the grace period
      *     runs out, and ages LSV-DAYS-DELINQUENT so the COLLQBLD
      *     consumer pass can bucket the loan for collections
      * A loan NONACCR has put on nonaccrual takes its payments
      * (after late fees) wholly to principal, and each payment made
      * by its due date counts toward the consecutive run that
      * restores accrual.
      * A borrower in bankruptcy (BKRCHK: the stay in effect, or
      * the debt discharged) is not auto-debited or charged late
      * fees, and the cycle's notice goes out in the bankruptcy
      * format - a statement for information, not a demand.
      * Payments the borrower keys in still apply.
      * A borrower SCRACHK shows on active duty pays no more than
      * six percent on a loan boarded before the service began:
      * the interest above the cap is forgiven, not deferred - the
      * amount billed and debited drops by it, and the forgiven
      * amount is kept on the loan (LSV-SCRA-INT-FORGIVEN).
      * Paying off a loan with titled collateral queues the lien
      * release for the DMV (LIENQUE), due by the title state's
      * deadline.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BILLS-SENT          PIC 9(9) COMP VALUE 0.
       01  WS-LATE-FEES-HIT       PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-BK-NOTICES          PIC 9(9) COMP VALUE 0.

      * the borrower's bankruptcy case, looked up once per loan
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-STAY            VALUE "F".
           88  WS-BKR-DISCHARGED      VALUE "D".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).
       01  WS-BKR-PROTECTED       PIC X(1).
           88  WS-IN-BANKRUPTCY       VALUE "Y".

      * SCRA cap: the rate interest is figured at (the note rate,
      * or the cap for a covered borrower), the month's interest
      * forgiven above it, and the installment net of that
       01  WS-SCRA-CAP-RATE       PIC 9V9(4) COMP-3 VALUE 0.0600.
       01  WS-APPLIED-RATE        PIC 9V9(4) COMP-3.
       01  WS-SCRA-FORGIVEN       PIC S9(7)V99 COMP-3.
       01  WS-PAYMENT-DUE         PIC S9(7)V99 COMP-3.
       01  WS-SCRA-AS-OF          PIC 9(8).
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).

      * payment application work
       01  WS-PAY-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-PRINCIPAL-PART      PIC S9(7)V99 COMP-3.
       01  WS-FEE-PART            PIC S9(7)V99 COMP-3.
       01  WS-DELINQ-DAYS         PIC S9(5) COMP-3.
       01  WS-ONTIME-CAP          PIC 9(2) VALUE 99.
       01  WS-DUE-YEAR            PIC 9(4).
       01  WS-DUE-MONTH           PIC 9(2).
       01  WS-DUE-DAY             PIC 9(2).
       01  WS-AMT-DISPLAY         PIC -Z(7)9.99.
       01  WS-FEE-DISPLAY         PIC -Z(5)9.99.

      * the title release a payoff queues
       COPY "lien-release.cpy".
       01  WS-LIEN-RETURN-CODE    PIC 9(2).
       01  WS-RELEASES-QUEUED     PIC 9(9) COMP VALUE 0.

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       COPY "retcodes.cpy".
       COPY "transaction.cpy".
           DISPLAY "CLNSERV: DEBITS FAILED    = " WS-DEBITS-FAILED
           DISPLAY "CLNSERV: BILLS SENT       = " WS-BILLS-SENT
           DISPLAY "CLNSERV: LATE FEES        = " WS-LATE-FEES-HIT
           DISPLAY "CLNSERV: BANKRUPTCY BILLS = " WS-BK-NOTICES
           DISPLAY "CLNSERV: LIEN RELEASES    = " WS-RELEASES-QUEUED

           GOBACK.

           END-IF
           MOVE KPM-AMOUNT TO WS-PAY-AMOUNT
           MOVE KPM-PAYMENT-DATE TO WS-PAY-DATE
           MOVE KPM-PAYMENT-DATE TO WS-SCRA-AS-OF
           PERFORM CHECK-SCRA-CAP
           PERFORM APPLY-PAYMENT-TO-LOAN
           REWRITE LOAN-SERVICING-RECORD
               INVALID KEY
           END-PERFORM.

       SERVICE-ONE-LOAN.
           PERFORM CHECK-BANKRUPTCY
           MOVE WS-RUN-DATE TO WS-SCRA-AS-OF
           PERFORM CHECK-SCRA-CAP
           IF LSV-NEXT-DUE-DATE <= WS-RUN-DATE
                   AND LSV-DEPOSIT-ACCT NOT = SPACES
                   AND NOT WS-IN-BANKRUPTCY
               PERFORM TRY-AUTO-DEBIT
           END-IF
           PERFORM AGE-THE-LOAN
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-AVAILABLE-BAL <
                   WS-PAYMENT-DUE + LSV-LATE-FEES-DUE
               ADD 1 TO WS-DEBITS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-PAYMENT TO TRUE
           COMPUTE TXN-AMOUNT =
                   WS-PAYMENT-DUE + LSV-LATE-FEES-DUE
           MOVE LSV-DEPOSIT-ACCT TO TXN-FROM-ACCOUNT
           STRING "LOAN PAYMENT " LSV-LOAN-NUMBER
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
               ADD 1 TO WS-DEBITS-FAILED
           END-IF.

      * late fees come out first, then interest at the note rate
      * (the SCRA cap where it holds), then principal; a payment
      * that clears the balance retires the loan
       APPLY-PAYMENT-TO-LOAN.
           MOVE 0 TO WS-FEE-PART
           IF LSV-LATE-FEES-DUE > 0
               SUBTRACT WS-FEE-PART FROM WS-PAY-AMOUNT
           END-IF

           PERFORM FIGURE-PAYMENT-DUE
           ADD WS-SCRA-FORGIVEN TO LSV-SCRA-INT-FORGIVEN
           COMPUTE WS-INTEREST-DUE ROUNDED =
                   LSV-CURRENT-BALANCE * WS-APPLIED-RATE / 12
           IF LSV-NONACCRUAL
               MOVE 0 TO WS-INTEREST-DUE
               PERFORM COUNT-ONTIME-PAYMENT
           END-IF
           IF WS-INTEREST-DUE > WS-PAY-AMOUNT
               MOVE WS-PAY-AMOUNT TO WS-INTEREST-DUE
           END-IF
           IF LSV-CURRENT-BALANCE <= 0
               MOVE 0 TO LSV-CURRENT-BALANCE
               SET LSV-PAID-OFF TO TRUE
               IF LSV-COLLAT-TYPE NOT = SPACES
                   PERFORM QUEUE-TITLE-RELEASE
               END-IF
           END-IF.

      * the DMV releases the lien on the title in the state it was
      * boarded in; a queue failure is reported, never a reason to
      * hold up the payoff
       QUEUE-TITLE-RELEASE.
           INITIALIZE LIEN-RELEASE-RECORD
           MOVE LSV-LOAN-NUMBER TO LRL-LOAN-NUMBER
           SET LRL-CONSUMER TO TRUE
           MOVE LSV-BORROWER-NAME TO LRL-BORROWER-NAME
           MOVE LSV-TITLE-STATE TO LRL-STATE
           MOVE WS-PAY-DATE TO LRL-PAYOFF-DATE
           MOVE LSV-COLLAT-TYPE TO LRL-COLLAT-TYPE
           MOVE LSV-COLLAT-DESC TO LRL-COLLAT-DESC
           MOVE LSV-VIN-NUMBER TO LRL-VIN-NUMBER
           CALL "LIENQUE" USING LIEN-RELEASE-RECORD
                                WS-LIEN-RETURN-CODE
           IF WS-LIEN-RETURN-CODE = 0
               ADD 1 TO WS-RELEASES-QUEUED
           ELSE
               DISPLAY "CLNSERV: LIEN RELEASE NOT QUEUED FOR "
                       LSV-LOAN-NUMBER " RC=" WS-LIEN-RETURN-CODE
           END-IF.

      * judged against the due date the payment is picking up,
      * before it advances
       COUNT-ONTIME-PAYMENT.
           IF LSV-NEXT-DUE-DATE >= WS-PAY-DATE
               IF LSV-ONTIME-PMTS < WS-ONTIME-CAP
                   ADD 1 TO LSV-ONTIME-PMTS
               END-IF
           ELSE
               MOVE 0 TO LSV-ONTIME-PMTS
           END-IF.

       ADVANCE-DUE-DATE.

           IF WS-DELINQ-DAYS > WS-GRACE-DAYS
                   AND LSV-LATE-FEE-DATE < LSV-NEXT-DUE-DATE
                   AND NOT WS-IN-BANKRUPTCY
               ADD WS-LATE-FEE TO LSV-LATE-FEES-DUE
               MOVE WS-RUN-DATE TO LSV-LATE-FEE-DATE
               ADD 1 TO WS-LATE-FEES-HIT
           IF LSV-NEXT-DUE-DATE <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIGURE-PAYMENT-DUE
           IF WS-IN-BANKRUPTCY
               PERFORM WRITE-BANKRUPTCY-NOTICE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMT-DISPLAY =
                   WS-PAYMENT-DUE + LSV-LATE-FEES-DUE
           MOVE LSV-LATE-FEES-DUE TO WS-FEE-DISPLAY
           STRING "BILL " LSV-LOAN-NUMBER
                  " " LSV-BORROWER-NAME(1:30)
           WRITE BILLING-NOTICE-LINE
           MOVE LSV-NEXT-DUE-DATE TO LSV-BILL-SENT-DATE
           ADD 1 TO WS-BILLS-SENT.

      * the stay, and after it a discharge, bar any demand for
      * payment; dismissal or relief from stay returns the loan to
      * ordinary servicing
       CHECK-BANKRUPTCY.
           MOVE "N" TO WS-BKR-PROTECTED
           CALL "BKRCHK" USING LSV-BORROWER-CUST-ID
                               LSV-BORROWER-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE = 0
                   AND (WS-BKR-STAY OR WS-BKR-DISCHARGED)
               SET WS-IN-BANKRUPTCY TO TRUE
           END-IF.

      * the bankruptcy format: the scheduled installment for the
      * borrower's information, no late fees, and the disclaimer
       WRITE-BANKRUPTCY-NOTICE.
           MOVE WS-PAYMENT-DUE TO WS-AMT-DISPLAY
           MOVE SPACES TO BILLING-NOTICE-LINE
           STRING "BKST " LSV-LOAN-NUMBER
                  " " LSV-BORROWER-NAME(1:30)
                  " DUE " LSV-NEXT-DUE-DATE
                  " AMT" WS-AMT-DISPLAY
                  " INFORMATION ONLY - NOT A DEMAND FOR PAYMENT"
               DELIMITED BY SIZE INTO BILLING-NOTICE-LINE
           WRITE BILLING-NOTICE-LINE
           MOVE LSV-NEXT-DUE-DATE TO LSV-BILL-SENT-DATE
           ADD 1 TO WS-BILLS-SENT
           ADD 1 TO WS-BK-NOTICES.

      * the cap holds while the borrower is in service on the date
      * in question and only for a loan boarded before the service
      * start
       CHECK-SCRA-CAP.
           MOVE LSV-RATE TO WS-APPLIED-RATE
           CALL "SCRACHK" USING LSV-BORROWER-CUST-ID
                                LSV-BORROWER-SSN
                                WS-SCRA-AS-OF
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0
                   AND WS-ON-ACTIVE-DUTY
                   AND LSV-BOARD-DATE < WS-SCRA-START
                   AND LSV-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-APPLIED-RATE
           END-IF
           PERFORM FIGURE-PAYMENT-DUE.

      * the month's interest above the applied rate is forgiven and
      * comes off the installment the borrower owes
       FIGURE-PAYMENT-DUE.
           MOVE 0 TO WS-SCRA-FORGIVEN
           IF WS-APPLIED-RATE < LSV-RATE
               COMPUTE WS-SCRA-FORGIVEN ROUNDED =
                       LSV-CURRENT-BALANCE
                     * (LSV-RATE - WS-APPLIED-RATE) / 12
           END-IF
           COMPUTE WS-PAYMENT-DUE =
                   LSV-PAYMENT-AMOUNT - WS-SCRA-FORGIVEN.

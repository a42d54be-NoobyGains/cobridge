       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMBILL.

      ****************************************************************
      * NIGHTLY BATCH: insurance premium billing, renewal and lapse
      * for nonpayment - the CLNSERV of the policy book. In one pass
      * over the POLICY-MASTER it:
      *   - applies the day's keyed premium payments (PREMPMTS:
      *     policy number in 1-15, amount in 16-26 as 9(9)V99, date
      *     in 27-34); a payment for a policy not in force is left
      *     unapplied and listed
      *   - auto-debits PM-DEPOSIT-ACCT through TXNPOST for a policy
      *     enrolled in auto-debit once its installment falls due,
      *     crediting the premium only when the debit posts
      *   - invoices each installment on the policy's billing mode
      *     (monthly, quarterly, semiannual or annual - the annual
      *     premium spread evenly) the lead time ahead of its due
      *     date; a paid-up installment moves the due date on
      *   - sends a grace notice once an installment goes unpaid past
      *     its due date, and lapses the policy when the grace period
      *     runs out - PM-STATUS to lapsed, with the lapse taking
      *     effect at the end of the grace period so ICRMAINT refuses
      *     claims dated after it
      *   - sends the renewal offer ahead of PM-EXPIRY-DATE (at the
      *     renewal premium underwriting has set, else the current
      *     premium) and, unless the owner declines, renews the
      *     policy for another year at expiry; installments falling
      *     in the offered term are billed at the renewal premium
      * Notices go to the PREMNTC file the way CLNSERV's billing
      * notices go to CLNBILL. RC=4 when a keyed payment could not
      * be applied.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER ASSIGN TO "POLMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS WS-PM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT KEYED-PAYMENTS ASSIGN TO "PREMPMTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PMT-STATUS.
           SELECT PREMIUM-NOTICES ASSIGN TO "PREMNTC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER.
       COPY "policy-master.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  KEYED-PAYMENTS.
       01  KEYED-PAYMENT-RECORD.
           05  KPM-POLICY-NUMBER     PIC X(15).
           05  KPM-AMOUNT            PIC 9(9)V99.
           05  KPM-PAYMENT-DATE      PIC 9(8).

       FD  PREMIUM-NOTICES.
       01  PREMIUM-NOTICE-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS          PIC X(2).
           88  WS-PM-OK              VALUE "00".
           88  WS-PM-EOF             VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-PMT-STATUS         PIC X(2).
           88  WS-PMT-EOF            VALUE "10".
           88  WS-PMT-MISSING        VALUE "35".
       01  WS-NTC-STATUS         PIC X(2).
           88  WS-NTC-NOT-FOUND      VALUE "35".

      * invoice lead, grace period, and renewal offer lead
       01  WS-BILL-LEAD-DAYS      PIC 9(2) VALUE 20.
       01  WS-GRACE-DAYS          PIC 9(2) VALUE 31.
       01  WS-RENEWAL-LEAD-DAYS   PIC 9(2) VALUE 45.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-BILL-TARGET         PIC 9(8).
       01  WS-RENEWAL-TARGET      PIC 9(8).
       01  WS-POLICIES-READ       PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-KEYED      PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-APPLIED    PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-UNAPPLIED  PIC 9(9) COMP VALUE 0.
       01  WS-DEBITS-POSTED       PIC 9(9) COMP VALUE 0.
       01  WS-DEBITS-FAILED       PIC 9(9) COMP VALUE 0.
       01  WS-INVOICES-SENT       PIC 9(9) COMP VALUE 0.
       01  WS-GRACE-NOTICES       PIC 9(9) COMP VALUE 0.
       01  WS-POLICIES-LAPSED     PIC 9(9) COMP VALUE 0.
       01  WS-RENEWAL-OFFERS      PIC 9(9) COMP VALUE 0.
       01  WS-POLICIES-RENEWED    PIC 9(9) COMP VALUE 0.

      * payment application and installment work
       01  WS-PAY-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-PAY-DATE            PIC 9(8).
       01  WS-INSTALLMENT         PIC S9(9)V99 COMP-3.
       01  WS-TERM-PREMIUM        PIC S9(9)V99 COMP-3.
       01  WS-MODE-MONTHS         PIC 9(2).
       01  WS-DAYS-PAST-DUE       PIC S9(5) COMP-3.
       01  WS-AMT-DISPLAY         PIC -Z(8)9.99.

      * month arithmetic: the date moved on by a number of months,
      * held to the last day of a shorter month
       01  WS-DATE-WORK           PIC 9(8).
       01  WS-MONTHS-TO-ADD       PIC 9(2).
       01  WS-WORK-YEAR           PIC 9(4).
       01  WS-WORK-MONTH          PIC 9(2).
       01  WS-WORK-DAY            PIC 9(2).
       01  WS-MONTH-END           PIC 9(8).
       01  WS-NEXT-MONTH-FIRST    PIC 9(8).
       01  WS-NEW-EFFECTIVE       PIC 9(8).

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       COPY "retcodes.cpy".
       COPY "transaction.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BILL-TARGET =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-BILL-LEAD-DAYS)
           COMPUTE WS-RENEWAL-TARGET =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-RENEWAL-LEAD-DAYS)

           OPEN I-O POLICY-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND PREMIUM-NOTICES
           IF WS-NTC-NOT-FOUND
               OPEN OUTPUT PREMIUM-NOTICES
           END-IF

           PERFORM APPLY-KEYED-PAYMENTS
           PERFORM SERVICE-THE-BOOK

           CLOSE PREMIUM-NOTICES
           CLOSE ACCOUNT-MASTER
           CLOSE POLICY-MASTER

           DISPLAY "PREMBILL: POLICIES READ     = " WS-POLICIES-READ
           DISPLAY "PREMBILL: KEYED PAYMENTS    = " WS-PAYMENTS-KEYED
           DISPLAY "PREMBILL: PAYMENTS APPLIED  = "
               WS-PAYMENTS-APPLIED
           DISPLAY "PREMBILL: PAYMENTS UNAPPLIED = "
               WS-PAYMENTS-UNAPPLIED
           DISPLAY "PREMBILL: AUTO-DEBITS       = " WS-DEBITS-POSTED
           DISPLAY "PREMBILL: DEBITS FAILED     = " WS-DEBITS-FAILED
           DISPLAY "PREMBILL: INVOICES SENT     = " WS-INVOICES-SENT
           DISPLAY "PREMBILL: GRACE NOTICES     = " WS-GRACE-NOTICES
           DISPLAY "PREMBILL: POLICIES LAPSED   = " WS-POLICIES-LAPSED
           DISPLAY "PREMBILL: RENEWAL OFFERS    = " WS-RENEWAL-OFFERS
           DISPLAY "PREMBILL: POLICIES RENEWED  = "
               WS-POLICIES-RENEWED
           IF WS-PAYMENTS-UNAPPLIED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       APPLY-KEYED-PAYMENTS.
           OPEN INPUT KEYED-PAYMENTS
           IF WS-PMT-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PMT-EOF
               READ KEYED-PAYMENTS
                   AT END
                       SET WS-PMT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAYMENTS-KEYED
                       PERFORM APPLY-ONE-KEYED
               END-READ
           END-PERFORM
           CLOSE KEYED-PAYMENTS.

      * a payment for a lapsed or cancelled policy is not taken
      * into premium - reinstatement is an underwriting decision
       APPLY-ONE-KEYED.
           MOVE KPM-POLICY-NUMBER TO PM-POLICY-NUMBER
           READ POLICY-MASTER
               INVALID KEY
                   DISPLAY "PREMBILL: NO POLICY " KPM-POLICY-NUMBER
                   ADD 1 TO WS-PAYMENTS-UNAPPLIED
                   EXIT PARAGRAPH
           END-READ
           IF NOT PM-IN-FORCE
               DISPLAY "PREMBILL: POLICY NOT IN FORCE "
                   KPM-POLICY-NUMBER
               ADD 1 TO WS-PAYMENTS-UNAPPLIED
               EXIT PARAGRAPH
           END-IF
           MOVE KPM-AMOUNT TO WS-PAY-AMOUNT
           MOVE KPM-PAYMENT-DATE TO WS-PAY-DATE
           PERFORM APPLY-PREMIUM-PAYMENT
           REWRITE POLICY-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       SERVICE-THE-BOOK.
           MOVE LOW-VALUES TO PM-POLICY-NUMBER
           START POLICY-MASTER KEY >= PM-POLICY-NUMBER
               INVALID KEY
                   SET WS-PM-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PM-EOF
               READ POLICY-MASTER NEXT RECORD
                   AT END
                       SET WS-PM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       IF PM-IN-FORCE
                               AND PM-ANNUAL-PREMIUM > 0
                               AND (PM-BILL-MONTHLY
                                 OR PM-BILL-QUARTERLY
                                 OR PM-BILL-SEMIANNUAL
                                 OR PM-BILL-ANNUAL)
                           PERFORM SERVICE-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM.

       SERVICE-ONE-POLICY.
           PERFORM RENEW-AT-EXPIRY
           IF PM-PREMIUM-DUE-DATE <= WS-RUN-DATE
                   AND PM-PREMIUM-BALANCE > 0
                   AND PM-DEPOSIT-ACCT NOT = SPACES
               PERFORM TRY-AUTO-DEBIT
           END-IF
           PERFORM CHASE-UNPAID-PREMIUM
           IF PM-IN-FORCE
               PERFORM INVOICE-IF-DUE
               PERFORM OFFER-RENEWAL-IF-DUE
           END-IF
           REWRITE POLICY-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * the deposit's available balance is checked here before the
      * debit (TXNPOST never refuses one for funds); a short account
      * is counted failed and tried again the next night, until the
      * grace period runs out
       TRY-AUTO-DEBIT.
           MOVE PM-DEPOSIT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-DEBITS-FAILED
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-AVAILABLE-BAL < PM-PREMIUM-BALANCE
               ADD 1 TO WS-DEBITS-FAILED
               EXIT PARAGRAPH
           END-IF

           INITIALIZE TRANSACTION-RECORD
           STRING "P" PM-POLICY-NUMBER WS-RUN-DATE(5:4)
               DELIMITED BY SIZE INTO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-PAYMENT TO TRUE
           MOVE PM-PREMIUM-BALANCE TO TXN-AMOUNT
           MOVE PM-DEPOSIT-ACCT TO TXN-FROM-ACCOUNT
           STRING "INSURANCE PREMIUM " PM-POLICY-NUMBER
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           MOVE PM-POLICY-NUMBER TO TXN-REFERENCE
           SET TXN-ONLINE TO TRUE
           SET TXN-PENDING TO TRUE

           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE
           IF WS-TXN-RETURN-CODE = 0
               ADD 1 TO WS-DEBITS-POSTED
               MOVE TXN-AMOUNT TO WS-PAY-AMOUNT
               MOVE WS-RUN-DATE TO WS-PAY-DATE
               PERFORM APPLY-PREMIUM-PAYMENT
           ELSE
               ADD 1 TO WS-DEBITS-FAILED
           END-IF.

      * a payment comes off what is billed (running to a credit if
      * it pays ahead); once the installment invoiced is covered the
      * due date moves on a billing period
       APPLY-PREMIUM-PAYMENT.
           SUBTRACT WS-PAY-AMOUNT FROM PM-PREMIUM-BALANCE
           MOVE WS-PAY-DATE TO PM-LAST-PAID-DATE
           ADD 1 TO WS-PAYMENTS-APPLIED
           PERFORM ADVANCE-IF-PAID.

       ADVANCE-IF-PAID.
           IF PM-INVOICE-DATE < PM-PREMIUM-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           IF PM-PREMIUM-BALANCE > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIGURE-MODE-MONTHS
           MOVE PM-PREMIUM-DUE-DATE TO WS-DATE-WORK
           MOVE WS-MODE-MONTHS TO WS-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-DATE-WORK TO PM-PREMIUM-DUE-DATE
           MOVE 0 TO PM-GRACE-NOTICE-DATE.

      * an installment left unpaid past its due date draws one grace
      * notice; unpaid past the grace period, the policy lapses as
      * of the grace period's last day
       CHASE-UNPAID-PREMIUM.
           IF PM-PREMIUM-DUE-DATE >= WS-RUN-DATE
                   OR PM-PREMIUM-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(PM-PREMIUM-DUE-DATE)
           COMPUTE PM-LAPSE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PM-PREMIUM-DUE-DATE)
                   + WS-GRACE-DAYS)
           MOVE PM-PREMIUM-BALANCE TO WS-AMT-DISPLAY

           IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
               SET PM-LAPSED TO TRUE
               MOVE SPACES TO PREMIUM-NOTICE-LINE
               STRING "LAPS " PM-POLICY-NUMBER
                      " " PM-INSURED-NAME(1:30)
                      " UNPAID" WS-AMT-DISPLAY
                      " DUE " PM-PREMIUM-DUE-DATE
                      " - COVERAGE LAPSED AFTER " PM-LAPSE-DATE
                   DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WRITE PREMIUM-NOTICE-LINE
               ADD 1 TO WS-POLICIES-LAPSED
               EXIT PARAGRAPH
           END-IF

           IF PM-GRACE-NOTICE-DATE < PM-PREMIUM-DUE-DATE
               MOVE SPACES TO PREMIUM-NOTICE-LINE
               STRING "GRCE " PM-POLICY-NUMBER
                      " " PM-INSURED-NAME(1:30)
                      " UNPAID" WS-AMT-DISPLAY
                      " DUE " PM-PREMIUM-DUE-DATE
                      " - COVERAGE LAPSES AFTER " PM-LAPSE-DATE
                   DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               WRITE PREMIUM-NOTICE-LINE
               MOVE WS-RUN-DATE TO PM-GRACE-NOTICE-DATE
               ADD 1 TO WS-GRACE-NOTICES
           END-IF.

      * one invoice per installment, the lead time ahead of its due
      * date; nothing past expiry is billed unless the renewal offer
      * is out, and an installment a credit already covers is
      * invoiced as paid
       INVOICE-IF-DUE.
           IF PM-PREMIUM-DUE-DATE > WS-BILL-TARGET
               EXIT PARAGRAPH
           END-IF
           IF PM-INVOICE-DATE >= PM-PREMIUM-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           IF PM-PREMIUM-DUE-DATE > PM-EXPIRY-DATE
                   AND NOT PM-RENEWAL-OFFERED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIGURE-INSTALLMENT
           ADD WS-INSTALLMENT TO PM-PREMIUM-BALANCE
           MOVE PM-PREMIUM-DUE-DATE TO PM-INVOICE-DATE

           MOVE SPACES TO PREMIUM-NOTICE-LINE
           IF PM-PREMIUM-BALANCE <= 0
               MOVE WS-INSTALLMENT TO WS-AMT-DISPLAY
               STRING "INVC " PM-POLICY-NUMBER
                      " " PM-INSURED-NAME(1:30)
                      " DUE " PM-PREMIUM-DUE-DATE
                      " AMT" WS-AMT-DISPLAY
                      " PAID FROM CREDIT ON ACCOUNT"
                   DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
           ELSE
               MOVE PM-PREMIUM-BALANCE TO WS-AMT-DISPLAY
               IF PM-DEPOSIT-ACCT NOT = SPACES
                   STRING "INVC " PM-POLICY-NUMBER
                          " " PM-INSURED-NAME(1:30)
                          " DUE " PM-PREMIUM-DUE-DATE
                          " AMT" WS-AMT-DISPLAY
                          " AUTO-DEBIT FROM " PM-DEPOSIT-ACCT
                       DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               ELSE
                   STRING "INVC " PM-POLICY-NUMBER
                          " " PM-INSURED-NAME(1:30)
                          " DUE " PM-PREMIUM-DUE-DATE
                          " AMT" WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
               END-IF
           END-IF
           WRITE PREMIUM-NOTICE-LINE
           ADD 1 TO WS-INVOICES-SENT
           PERFORM ADVANCE-IF-PAID.

      * the installment is the term's premium spread over the
      * billing periods in a year; one falling after expiry belongs
      * to the renewal term and its premium
       FIGURE-INSTALLMENT.
           PERFORM FIGURE-MODE-MONTHS
           MOVE PM-ANNUAL-PREMIUM TO WS-TERM-PREMIUM
           IF PM-PREMIUM-DUE-DATE > PM-EXPIRY-DATE
                   AND PM-RENEWAL-PREMIUM > 0
               MOVE PM-RENEWAL-PREMIUM TO WS-TERM-PREMIUM
           END-IF
           COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-TERM-PREMIUM * WS-MODE-MONTHS / 12.

       FIGURE-MODE-MONTHS.
           EVALUATE TRUE
               WHEN PM-BILL-MONTHLY
                   MOVE 1 TO WS-MODE-MONTHS
               WHEN PM-BILL-QUARTERLY
                   MOVE 3 TO WS-MODE-MONTHS
               WHEN PM-BILL-SEMIANNUAL
                   MOVE 6 TO WS-MODE-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-MODE-MONTHS
           END-EVALUATE.

      * one offer per term, the lead time ahead of expiry
       OFFER-RENEWAL-IF-DUE.
           IF PM-EXPIRY-DATE > WS-RENEWAL-TARGET
                   OR PM-EXPIRY-DATE < WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF PM-RENEWAL-OFFERED OR PM-RENEWAL-DECLINED
               EXIT PARAGRAPH
           END-IF
           IF PM-RENEWAL-PREMIUM = 0
               MOVE PM-ANNUAL-PREMIUM TO PM-RENEWAL-PREMIUM
           END-IF
           PERFORM FIGURE-RENEWAL-TERM
           MOVE PM-RENEWAL-PREMIUM TO WS-AMT-DISPLAY
           MOVE SPACES TO PREMIUM-NOTICE-LINE
           STRING "RNWL " PM-POLICY-NUMBER
                  " " PM-INSURED-NAME(1:30)
                  " RENEWAL " WS-NEW-EFFECTIVE
                  " TO " WS-DATE-WORK
                  " ANNUAL PREMIUM" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
           WRITE PREMIUM-NOTICE-LINE
           SET PM-RENEWAL-OFFERED TO TRUE
           MOVE WS-RUN-DATE TO PM-RENEWAL-OFFER-DATE
           ADD 1 TO WS-RENEWAL-OFFERS.

      * past expiry with the offer standing, the policy runs another
      * year at the renewal premium; declined, it runs off
       RENEW-AT-EXPIRY.
           IF PM-EXPIRY-DATE >= WS-RUN-DATE
                   OR NOT PM-RENEWAL-OFFERED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIGURE-RENEWAL-TERM
           MOVE WS-NEW-EFFECTIVE TO PM-EFFECTIVE-DATE
           MOVE WS-DATE-WORK TO PM-EXPIRY-DATE
           MOVE PM-RENEWAL-PREMIUM TO PM-ANNUAL-PREMIUM
           MOVE 0 TO PM-RENEWAL-PREMIUM
           MOVE SPACE TO PM-RENEWAL-STATUS
           MOVE PM-ANNUAL-PREMIUM TO WS-AMT-DISPLAY
           MOVE SPACES TO PREMIUM-NOTICE-LINE
           STRING "RNWD " PM-POLICY-NUMBER
                  " " PM-INSURED-NAME(1:30)
                  " RENEWED " PM-EFFECTIVE-DATE
                  " TO " PM-EXPIRY-DATE
                  " ANNUAL PREMIUM" WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO PREMIUM-NOTICE-LINE
           WRITE PREMIUM-NOTICE-LINE
           ADD 1 TO WS-POLICIES-RENEWED.

      * the next term starts the day after expiry and ends a year
      * after the current one does
       FIGURE-RENEWAL-TERM.
           COMPUTE WS-NEW-EFFECTIVE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PM-EXPIRY-DATE) + 1)
           MOVE PM-EXPIRY-DATE TO WS-DATE-WORK
           MOVE 12 TO WS-MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE.

       ADD-MONTHS-TO-DATE.
           MOVE WS-DATE-WORK(1:4) TO WS-WORK-YEAR
           MOVE WS-DATE-WORK(5:2) TO WS-WORK-MONTH
           MOVE WS-DATE-WORK(7:2) TO WS-WORK-DAY
           ADD WS-MONTHS-TO-ADD TO WS-WORK-MONTH
           PERFORM UNTIL WS-WORK-MONTH <= 12
               SUBTRACT 12 FROM WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-PERFORM
           IF WS-WORK-MONTH = 12
               COMPUTE WS-NEXT-MONTH-FIRST =
                       (WS-WORK-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-FIRST =
                       WS-WORK-YEAR * 10000
                     + (WS-WORK-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
           IF WS-WORK-DAY > WS-MONTH-END(7:2)
               MOVE WS-MONTH-END(7:2) TO WS-WORK-DAY
           END-IF
           COMPUTE WS-DATE-WORK =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100
                 + WS-WORK-DAY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCAPOST.

      ****************************************************************
      * NIGHTLY BATCH (after CCSETTLE): credit card account posting.
      *   - every approved item on the day's card file (CCTXNIN)
      *     whose PAN draws on a revolving account (CM-CREDIT-ACCT)
      *     posts its CC-TXN-AMOUNT to that account: a purchase to
      *     the purchase balance, a purchase at a cash-disbursement
      *     merchant (MCC 6010/6011) to the cash-advance balance, a
      *     refund or reversal back off the balance it was charged
      *     to. Debit cards and pre-authorizations are passed by.
      *   - keyed payments (CCPMTS: card account in 1-12, amount in
      *     13-23 as 9(9)V99, date in 24-31) apply to fees first,
      *     then the cash-advance balance, then purchases
      *   - every account then rolls its closing balances into the
      *     average-daily-balance accumulators CCCYCLE charges
      *     interest on, and its delinquency is aged off the last
      *     statement's due date and minimum payment
      * Each item goes on the activity file (CARDACTV) under the
      * card account, posting date and its reference before the
      * balance moves; a reference already there has been posted,
      * so a rerun of the night does not post it twice. A card item
      * for a card account we do not hold is listed and the run
      * ends RC=4.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-TXN-IN ASSIGN TO "CCTXNIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT KEYED-PAYMENTS ASSIGN TO "CCPMTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PMT-STATUS.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-PAN
               FILE STATUS IS WS-CM-STATUS.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO "CARDACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-CARD-ACCT
               FILE STATUS IS WS-CA-STATUS.
           SELECT CARD-ACTIVITY-FILE ASSIGN TO "CARDACTV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-TXN-IN.
       COPY "credit-card-txn.cpy".

       FD  KEYED-PAYMENTS.
       01  KEYED-PAYMENT-RECORD.
           05  KPM-CARD-ACCT         PIC X(12).
           05  KPM-AMOUNT            PIC 9(9)V99.
           05  KPM-PAYMENT-DATE      PIC 9(8).

       FD  CARD-MASTER-FILE.
       COPY "card-master.cpy".

       FD  CARD-ACCOUNT-FILE.
       COPY "card-account.cpy".

       FD  CARD-ACTIVITY-FILE.
       COPY "card-activity.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-PMT-STATUS         PIC X(2).
           88  WS-PMT-EOF            VALUE "10".
           88  WS-PMT-MISSING        VALUE "35".
       01  WS-CM-STATUS          PIC X(2).
           88  WS-CM-OK              VALUE "00".
       01  WS-CA-STATUS          PIC X(2).
           88  WS-CA-OK              VALUE "00".
           88  WS-CA-EOF             VALUE "10".
           88  WS-CA-NOT-FOUND       VALUE "23", "35".
       01  WS-CAC-STATUS         PIC X(2).
           88  WS-CAC-OK             VALUE "00".
           88  WS-CAC-NOT-FOUND      VALUE "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-POSTED         PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-DEBIT-CARD     PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-ALREADY        PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-NO-ACCOUNT     PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-KEYED      PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-APPLIED    PIC 9(9) COMP VALUE 0.
       01  WS-PAYMENTS-REJECTED   PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-AGED       PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-DELINQ     PIC 9(9) COMP VALUE 0.

      * run-control register guard: CCSETTLE holds the card file's
      * own id, so this posting registers it under a second one
       01  WS-RNC-FUNCTION        PIC X(1).
       01  WS-RNC-FILE-ID         PIC X(8) VALUE "CCTXNACC".
       01  WS-RNC-RUN-DATE        PIC 9(8).
       01  WS-RNC-COUNT           PIC 9(9) VALUE 0.
       01  WS-RNC-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RNC-PROGRAM         PIC X(8) VALUE "CCAPOST".
       01  WS-RNC-RETURN-CODE     PIC 9(2).

      * balanced GL pair per posted card item: card loans receivable
      * against the network settlement payable; a credit books the
      * other way
       01  WS-GL-SOURCE           PIC X(8) VALUE "CCAPOST".
       01  WS-GL-RECEIVABLE       PIC X(8) VALUE "14050000".
       01  WS-GL-SETTLEMENT       PIC X(8) VALUE "21050000".
       01  WS-GL-DR-ACCT          PIC X(8).
       01  WS-GL-CR-ACCT          PIC X(8).
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "DEPT".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

      * the item being posted and how it splits across the balances
       01  WS-POST-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-PAY-LEFT            PIC S9(9)V99 COMP-3.
       01  WS-PAY-PART            PIC S9(9)V99 COMP-3.
       01  WS-PMT-SEQ             PIC 9(9) VALUE 0.
       01  WS-DELINQ-DAYS         PIC S9(5) COMP-3.
       01  WS-AMT-DISPLAY         PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RNC-RUN-DATE
           MOVE "S" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE
           IF WS-RNC-RETURN-CODE = 50
               DISPLAY "CCAPOST: INPUT FILE ALREADY PROCESSED "
                       "- RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CARD-MASTER-FILE
           OPEN I-O CARD-ACCOUNT-FILE
           IF WS-CA-NOT-FOUND
               OPEN OUTPUT CARD-ACCOUNT-FILE
               CLOSE CARD-ACCOUNT-FILE
               OPEN I-O CARD-ACCOUNT-FILE
           END-IF
           OPEN I-O CARD-ACTIVITY-FILE
           IF WS-CAC-NOT-FOUND
               OPEN OUTPUT CARD-ACTIVITY-FILE
               CLOSE CARD-ACTIVITY-FILE
               OPEN I-O CARD-ACTIVITY-FILE
           END-IF

           PERFORM POST-CARD-ITEMS
           PERFORM APPLY-KEYED-PAYMENTS
           PERFORM ACCUMULATE-AND-AGE

           CLOSE CARD-ACTIVITY-FILE
           CLOSE CARD-ACCOUNT-FILE
           CLOSE CARD-MASTER-FILE

           MOVE WS-TXNS-POSTED TO WS-RNC-COUNT
           MOVE "E" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE

           DISPLAY "CCAPOST: TXNS READ        = " WS-TXNS-READ
           DISPLAY "CCAPOST: TXNS POSTED      = " WS-TXNS-POSTED
           DISPLAY "CCAPOST: DEBIT/NOT OURS   = " WS-TXNS-DEBIT-CARD
           DISPLAY "CCAPOST: ALREADY POSTED   = " WS-TXNS-ALREADY
           DISPLAY "CCAPOST: NO CARD ACCOUNT  = " WS-TXNS-NO-ACCOUNT
           DISPLAY "CCAPOST: PAYMENTS KEYED   = " WS-PAYMENTS-KEYED
           DISPLAY "CCAPOST: PAYMENTS APPLIED = " WS-PAYMENTS-APPLIED
           DISPLAY "CCAPOST: PAYMENTS REJECTED= "
               WS-PAYMENTS-REJECTED
           DISPLAY "CCAPOST: ACCOUNTS AGED    = " WS-ACCOUNTS-AGED
           DISPLAY "CCAPOST: DELINQUENT       = " WS-ACCOUNTS-DELINQ

           IF WS-TXNS-NO-ACCOUNT > 0 OR WS-PAYMENTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       POST-CARD-ITEMS.
           OPEN INPUT CARD-TXN-IN
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ CARD-TXN-IN
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       IF CC-APPROVED AND NOT CC-PREAUTH
                           PERFORM POST-ONE-CARD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-TXN-IN.

       POST-ONE-CARD-ITEM.
           MOVE CC-CARD-NUMBER TO CM-PAN
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CREDIT-ACCT
           END-READ
           IF CM-CREDIT-ACCT = SPACES
               ADD 1 TO WS-TXNS-DEBIT-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE CM-CREDIT-ACCT TO CA-CARD-ACCT
           READ CARD-ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-NO-ACCOUNT
                   DISPLAY "CCAPOST: NO CARD ACCOUNT "
                           CM-CREDIT-ACCT " FOR ITEM " CC-TXN-ID
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE CARD-ACTIVITY-RECORD
           MOVE CA-CARD-ACCT TO CAC-CARD-ACCT
           MOVE WS-RUN-DATE TO CAC-POST-DATE
           MOVE CC-TXN-ID TO CAC-REFERENCE
           MOVE CC-TXN-DATE TO CAC-TXN-DATE
           MOVE CC-CARD-NUMBER TO CAC-PAN
           MOVE CC-MERCHANT-NAME TO CAC-DESCRIPTION
           IF CC-MCC-CODE = 6010 OR CC-MCC-CODE = 6011
               SET CAC-CASH-ADVANCE TO TRUE
           ELSE
               SET CAC-PURCHASE TO TRUE
           END-IF
           IF CC-REFUND OR CC-REVERSAL
               COMPUTE CAC-AMOUNT = 0 - CC-TXN-AMOUNT
           ELSE
               MOVE CC-TXN-AMOUNT TO CAC-AMOUNT
           END-IF
           WRITE CARD-ACTIVITY-RECORD
               INVALID KEY
                   ADD 1 TO WS-TXNS-ALREADY
                   EXIT PARAGRAPH
           END-WRITE

      * a credit against a cash advance comes off the cash balance;
      * otherwise credits are carried as credits on the purchases
           MOVE CAC-AMOUNT TO WS-POST-AMOUNT
           IF CAC-CASH-ADVANCE
               ADD WS-POST-AMOUNT TO CA-CASH-BAL
           ELSE
               ADD WS-POST-AMOUNT TO CA-PURCHASE-BAL
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-AMOUNT < 0
                   SUBTRACT WS-POST-AMOUNT FROM CA-CTD-CREDITS
               WHEN CAC-CASH-ADVANCE
                   ADD WS-POST-AMOUNT TO CA-CTD-CASH
               WHEN OTHER
                   ADD WS-POST-AMOUNT TO CA-CTD-PURCHASES
           END-EVALUATE
           PERFORM TOTAL-THE-BALANCE
           REWRITE CARD-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-TXNS-POSTED
           ADD WS-POST-AMOUNT TO WS-RNC-TOTAL

           IF WS-POST-AMOUNT < 0
               MOVE WS-GL-SETTLEMENT TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLE TO WS-GL-CR-ACCT
               COMPUTE WS-GL-AMOUNT = 0 - WS-POST-AMOUNT
           ELSE
               MOVE WS-GL-RECEIVABLE TO WS-GL-DR-ACCT
               MOVE WS-GL-SETTLEMENT TO WS-GL-CR-ACCT
               MOVE WS-POST-AMOUNT TO WS-GL-AMOUNT
           END-IF
           MOVE SPACES TO WS-GL-DESC
           STRING "CARD " CA-CARD-ACCT " " CC-TXN-TYPE
               DELIMITED BY SIZE INTO WS-GL-DESC
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE
                               WS-GL-DR-ACCT
                               WS-GL-CR-ACCT
                               WS-GL-COST-CENTER
                               WS-GL-AMOUNT
                               WS-GL-DESC
                               WS-GL-RETURN-CODE.

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
                       ADD 1 TO WS-PMT-SEQ
                       PERFORM APPLY-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE KEYED-PAYMENTS.

      * the payment's reference is its place in the night's file,
      * so the same file run twice finds every payment already on
      * the activity file
       APPLY-ONE-PAYMENT.
           MOVE KPM-CARD-ACCT TO CA-CARD-ACCT
           READ CARD-ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   DISPLAY "CCAPOST: NO CARD ACCOUNT " KPM-CARD-ACCT
                   EXIT PARAGRAPH
           END-READ
           IF KPM-AMOUNT NOT > 0
               ADD 1 TO WS-PAYMENTS-REJECTED
               MOVE KPM-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "CCAPOST: BAD PAYMENT " KPM-CARD-ACCT
                       WS-AMT-DISPLAY
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CARD-ACTIVITY-RECORD
           MOVE CA-CARD-ACCT TO CAC-CARD-ACCT
           MOVE WS-RUN-DATE TO CAC-POST-DATE
           STRING "PAYMENT" WS-PMT-SEQ
               DELIMITED BY SIZE INTO CAC-REFERENCE
           MOVE KPM-PAYMENT-DATE TO CAC-TXN-DATE
           SET CAC-PAYMENT TO TRUE
           COMPUTE CAC-AMOUNT = 0 - KPM-AMOUNT
           MOVE "PAYMENT - THANK YOU" TO CAC-DESCRIPTION
           WRITE CARD-ACTIVITY-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           MOVE KPM-AMOUNT TO WS-PAY-LEFT
           IF CA-FEE-BAL > 0
               PERFORM TAKE-FROM-FEES
           END-IF
           IF CA-CASH-BAL > 0 AND WS-PAY-LEFT > 0
               PERFORM TAKE-FROM-CASH
           END-IF
           SUBTRACT WS-PAY-LEFT FROM CA-PURCHASE-BAL
           ADD KPM-AMOUNT TO CA-CTD-PAYMENTS
           IF KPM-PAYMENT-DATE <= CA-PAYMENT-DUE-DATE
               ADD KPM-AMOUNT TO CA-CTD-PAID-BY-DUE
           END-IF
           MOVE KPM-PAYMENT-DATE TO CA-LAST-PAID-DATE
           PERFORM TOTAL-THE-BALANCE
           REWRITE CARD-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-PAYMENTS-APPLIED.

       TAKE-FROM-FEES.
           IF WS-PAY-LEFT >= CA-FEE-BAL
               MOVE CA-FEE-BAL TO WS-PAY-PART
           ELSE
               MOVE WS-PAY-LEFT TO WS-PAY-PART
           END-IF
           SUBTRACT WS-PAY-PART FROM CA-FEE-BAL
           SUBTRACT WS-PAY-PART FROM WS-PAY-LEFT.

       TAKE-FROM-CASH.
           IF WS-PAY-LEFT >= CA-CASH-BAL
               MOVE CA-CASH-BAL TO WS-PAY-PART
           ELSE
               MOVE WS-PAY-LEFT TO WS-PAY-PART
           END-IF
           SUBTRACT WS-PAY-PART FROM CA-CASH-BAL
           SUBTRACT WS-PAY-PART FROM WS-PAY-LEFT.

       TOTAL-THE-BALANCE.
           COMPUTE CA-CURRENT-BAL =
                   CA-PURCHASE-BAL + CA-CASH-BAL + CA-FEE-BAL.

      * one day into the accumulators per night (the last date
      * guards a rerun); a credit balance accrues nothing
       ACCUMULATE-AND-AGE.
           MOVE LOW-VALUES TO CA-CARD-ACCT
           START CARD-ACCOUNT-FILE KEY >= CA-CARD-ACCT
               INVALID KEY
                   SET WS-CA-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CA-EOF
               READ CARD-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-CA-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       ACCUMULATE-ONE-ACCOUNT.
           IF CA-LAST-ACCUM-DATE >= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF CA-PURCHASE-BAL > 0
               ADD CA-PURCHASE-BAL TO CA-PURCH-ADB-ACCUM
           END-IF
           IF CA-CASH-BAL > 0
               ADD CA-CASH-BAL TO CA-CASH-ADB-ACCUM
           END-IF
           ADD 1 TO CA-ADB-DAYS
           MOVE WS-RUN-DATE TO CA-LAST-ACCUM-DATE
           PERFORM AGE-CARD-ACCOUNT
           REWRITE CARD-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-ACCOUNTS-AGED
           IF CA-DAYS-DELINQUENT > 0
               ADD 1 TO WS-ACCOUNTS-DELINQ
           END-IF.

      * the minimum paid since the statement brings the account
      * current; paying only the past-due part leaves the current
      * due date to be met; short of that the oldest missed due
      * date stands
       AGE-CARD-ACCOUNT.
           EVALUATE TRUE
               WHEN CA-CTD-PAYMENTS >= CA-MIN-PAYMENT-DUE
                   MOVE 0 TO CA-DELINQ-SINCE
               WHEN CA-CTD-PAYMENTS >= CA-PAST-DUE-AMT
                   IF CA-PAYMENT-DUE-DATE < WS-RUN-DATE
                       MOVE CA-PAYMENT-DUE-DATE TO CA-DELINQ-SINCE
                   ELSE
                       MOVE 0 TO CA-DELINQ-SINCE
                   END-IF
               WHEN CA-DELINQ-SINCE = 0
                       AND CA-PAYMENT-DUE-DATE < WS-RUN-DATE
                   MOVE CA-PAYMENT-DUE-DATE TO CA-DELINQ-SINCE
           END-EVALUATE
           IF CA-DELINQ-SINCE = 0
               MOVE 0 TO CA-DAYS-DELINQUENT
           ELSE
               COMPUTE WS-DELINQ-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(CA-DELINQ-SINCE)
               MOVE WS-DELINQ-DAYS TO CA-DAYS-DELINQUENT
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCXIN.

      ****************************************************************
      * BATCH: board a purchased servicing tape (XFERIN, the layout
      * SVCXOUT writes) onto the mortgage master. The tape is first
      * read end to end and balanced against its trailer - loan
      * rows and unpaid principal; a tape out of balance, or with
      * no trailer, boards nothing (RC=8). Then, loan by loan:
      *   - a loan not yet on MTGMAST is written from its LN row
      *     and AM rows, serviced by us from the transfer date,
      *     marked purchased with the seller in MLR-PRIOR-SERVICER;
      *     its ES rows become ESCRPAYE payees, and a RESPA notice
      *     of servicing transfer ("hello" letter) goes to XFERHELO
      *   - a loan already on MTGMAST is left alone
      * Either way the LN row is compared with what is then on the
      * master, field by field, and every difference is listed on
      * XFERDIFF, so a boarded loan that did not carry cleanly and
      * a duplicate that disagrees with our books both surface.
      * RC=4 when any difference is listed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-IN ASSIGN TO "XFERIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT ESCROW-PAYEE-FILE ASSIGN TO "ESCRPAYE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EPY-KEY
               FILE STATUS IS WS-EPY-STATUS.
           SELECT DIFF-REPORT ASSIGN TO "XFERDIFF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LETTER-OUT ASSIGN TO "XFERHELO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-IN.
       COPY "servicing-transfer.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  ESCROW-PAYEE-FILE.
       COPY "escrow-payee.cpy".

       FD  DIFF-REPORT.
       01  REPORT-LINE               PIC X(132).

       FD  LETTER-OUT.
       01  LETTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-XFR-STATUS         PIC X(2).
           88  WS-XFR-OK             VALUE "00".
           88  WS-XFR-EOF            VALUE "10".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
           88  WS-MTG-NOT-FOUND      VALUE "23", "35".
       01  WS-EPY-STATUS         PIC X(2).
           88  WS-EPY-OK             VALUE "00".
           88  WS-EPY-NOT-FOUND      VALUE "23", "35".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-LTR-STATUS         PIC X(2).

      * who we are, for the master and the letters
       01  WS-OUR-SERVICER-ID     PIC 9(10) VALUE 0123456789.
       01  WS-OUR-NAME            PIC X(35) VALUE "COBRIDGE BANK".
       01  WS-OUR-ADDRESS         PIC X(60)
               VALUE "1 COBRIDGE PLAZA, SPRINGFIELD IL 62701".
       01  WS-OUR-PHONE           PIC X(12) VALUE "800-555-0142".

       01  WS-RUN-DATE            PIC 9(8).

      * balancing pass
       01  WS-TAPE-LOANS          PIC 9(9) COMP VALUE 0.
       01  WS-TAPE-UPB            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HAVE-TRAILER        PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN        VALUE "Y".
       01  WS-TRAILER-LOANS       PIC 9(9) VALUE 0.
       01  WS-TRAILER-UPB         PIC S9(13)V99 VALUE 0.

      * the loan being boarded, held until its last ES/AM row
       01  WS-PENDING             PIC X(1) VALUE "N".
           88  WS-LOAN-PENDING        VALUE "Y".
       01  WS-PENDING-NEW         PIC X(1) VALUE "N".
           88  WS-PENDING-IS-NEW      VALUE "Y".
       COPY "servicing-transfer.cpy"
           REPLACING ==SERVICING-TRANSFER-RECORD==
                  BY ==WS-SAVED-LOAN-ROW==
                     LEADING ==STX-== BY ==SAV-==.

       01  WS-AM-IDX              PIC 9(2) COMP.

       01  WS-LOANS-BOARDED       PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-ON-FILE       PIC 9(9) COMP VALUE 0.
       01  WS-PAYEES-BOARDED      PIC 9(9) COMP VALUE 0.
       01  WS-LETTERS-WRITTEN     PIC 9(9) COMP VALUE 0.
       01  WS-DIFFS-LISTED        PIC 9(9) COMP VALUE 0.
       01  WS-BOARDED-UPB         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AMT-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * one difference line: field, tape value, master value
       01  WS-DIFF-FIELD          PIC X(20).
       01  WS-DIFF-TAPE           PIC X(20).
       01  WS-DIFF-MASTER         PIC X(20).
       01  WS-EDIT-AMT            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE           PIC 9.9999.
       01  WS-EDIT-NUM            PIC Z(9)9.
       01  WS-HOW-BOARDED         PIC X(12).

       COPY "file-header-trailer.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT TRANSFER-IN
           IF NOT WS-XFR-OK
               DISPLAY "SVCXIN: NO TRANSFER TAPE - NOTHING BOARDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BALANCE-TAPE
           CLOSE TRANSFER-IN
           MOVE WS-TAPE-UPB TO WS-AMT-DISPLAY
           DISPLAY "SVCXIN: TAPE LOAN ROWS    = " WS-TAPE-LOANS
           DISPLAY "SVCXIN: TAPE PRINCIPAL    = " WS-AMT-DISPLAY
           IF NOT WS-TRAILER-SEEN
               DISPLAY "SVCXIN: TAPE HAS NO TRAILER - NOTHING BOARDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TRAILER-LOANS NOT = WS-TAPE-LOANS
                   OR WS-TRAILER-UPB NOT = WS-TAPE-UPB
               MOVE WS-TRAILER-UPB TO WS-AMT-DISPLAY
               DISPLAY "SVCXIN: TAPE OUT OF BALANCE - TRAILER "
                       WS-TRAILER-LOANS " LOANS " WS-AMT-DISPLAY
               DISPLAY "SVCXIN: NOTHING BOARDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MORTGAGE-MASTER
           IF WS-MTG-NOT-FOUND
               OPEN OUTPUT MORTGAGE-MASTER
               CLOSE MORTGAGE-MASTER
               OPEN I-O MORTGAGE-MASTER
           END-IF
           IF NOT WS-MTG-OK
               DISPLAY "SVCXIN: MORTGAGE MASTER WILL NOT OPEN - "
                       "STATUS " WS-MTG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ESCROW-PAYEE-FILE
           IF WS-EPY-NOT-FOUND
               OPEN OUTPUT ESCROW-PAYEE-FILE
               CLOSE ESCROW-PAYEE-FILE
               OPEN I-O ESCROW-PAYEE-FILE
           END-IF
           IF NOT WS-EPY-OK
               DISPLAY "SVCXIN: ESCROW PAYEE FILE WILL NOT OPEN - "
                       "STATUS " WS-EPY-STATUS
               CLOSE MORTGAGE-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DIFF-REPORT
           OPEN OUTPUT LETTER-OUT
           PERFORM WRITE-REPORT-HEADINGS

           OPEN INPUT TRANSFER-IN
           MOVE "00" TO WS-XFR-STATUS
           PERFORM UNTIL WS-XFR-EOF
               READ TRANSFER-IN
                   AT END
                       SET WS-XFR-EOF TO TRUE
                   NOT AT END
                       PERFORM BOARD-ONE-ROW
               END-READ
           END-PERFORM
           PERFORM FINISH-PENDING-LOAN
           CLOSE TRANSFER-IN

           CLOSE LETTER-OUT
           CLOSE DIFF-REPORT
           CLOSE ESCROW-PAYEE-FILE
           CLOSE MORTGAGE-MASTER

           MOVE WS-BOARDED-UPB TO WS-AMT-DISPLAY
           DISPLAY "SVCXIN: LOANS BOARDED     = " WS-LOANS-BOARDED
           DISPLAY "SVCXIN: PRINCIPAL BOARDED = " WS-AMT-DISPLAY
           DISPLAY "SVCXIN: LOANS ALREADY ON  = " WS-LOANS-ON-FILE
           DISPLAY "SVCXIN: PAYEES BOARDED    = " WS-PAYEES-BOARDED
           DISPLAY "SVCXIN: HELLO LETTERS     = " WS-LETTERS-WRITTEN
           DISPLAY "SVCXIN: DIFFERENCES       = " WS-DIFFS-LISTED
           IF WS-DIFFS-LISTED > 0 OR WS-LOANS-ON-FILE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      ****************************************************************
      * PASS 1 - BALANCE THE TAPE TO ITS TRAILER
      ****************************************************************
       BALANCE-TAPE.
           PERFORM UNTIL WS-XFR-EOF
               READ TRANSFER-IN
                   AT END
                       SET WS-XFR-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN STX-LOAN-ROW
                               ADD 1 TO WS-TAPE-LOANS
                               ADD STX-CURRENT-BALANCE TO WS-TAPE-UPB
                           WHEN STX-TRAILER-ROW
                               MOVE SERVICING-TRANSFER-RECORD
                                   TO FILE-HEADER-TRAILER-RECORD
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE FHT-RECORD-COUNT
                                   TO WS-TRAILER-LOANS
                               MOVE FHT-CONTROL-TOTAL
                                   TO WS-TRAILER-UPB
                       END-EVALUATE
               END-READ
           END-PERFORM.

      ****************************************************************
      * PASS 2 - BOARD
      ****************************************************************
       BOARD-ONE-ROW.
           EVALUATE TRUE
               WHEN STX-LOAN-ROW
                   PERFORM FINISH-PENDING-LOAN
                   PERFORM START-LOAN
               WHEN STX-ESCROW-ROW
                   IF WS-LOAN-PENDING AND WS-PENDING-IS-NEW
                           AND STX-LOAN-NUMBER = SAV-LOAN-NUMBER
                       PERFORM BOARD-ESCROW-PAYEE
                   END-IF
               WHEN STX-AMORT-ROW
                   IF WS-LOAN-PENDING AND WS-PENDING-IS-NEW
                           AND STX-LOAN-NUMBER = SAV-LOAN-NUMBER
                           AND STX-AMORT-SEQ >= 1
                           AND STX-AMORT-SEQ <= 12
                       MOVE STX-AMORT-SEQ TO WS-AM-IDX
                       MOVE STX-AMORT-DATE
                           TO MLR-AMORT-DATE(WS-AM-IDX)
                       MOVE STX-AMORT-PRINCIPAL
                           TO MLR-AMORT-PRINCIPAL(WS-AM-IDX)
                       MOVE STX-AMORT-INTEREST
                           TO MLR-AMORT-INTEREST(WS-AM-IDX)
                       MOVE STX-AMORT-BALANCE
                           TO MLR-AMORT-BALANCE(WS-AM-IDX)
                   END-IF
           END-EVALUATE.

      * a loan already on the master is only compared; a new one is
      * built in the record area, the AM rows that follow fill its
      * schedule, and it is written when the next loan starts
       START-LOAN.
           MOVE SERVICING-TRANSFER-RECORD TO WS-SAVED-LOAN-ROW
           SET WS-LOAN-PENDING TO TRUE
           MOVE STX-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-NEW
               NOT INVALID KEY
                   MOVE "N" TO WS-PENDING-NEW
           END-READ
           IF WS-PENDING-IS-NEW
               PERFORM BUILD-MASTER-FROM-TAPE
           END-IF.

       BUILD-MASTER-FROM-TAPE.
           INITIALIZE MORTGAGE-LOAN-RECORD
           MOVE SAV-LOAN-NUMBER TO MLR-LOAN-NUMBER
           MOVE WS-OUR-SERVICER-ID TO MLR-SERVICER-ID
           MOVE SAV-INVESTOR-CODE TO MLR-INVESTOR-CODE
           MOVE SAV-LOAN-TYPE TO MLR-LOAN-TYPE
           MOVE SAV-LOAN-PURPOSE TO MLR-LOAN-PURPOSE
           MOVE SAV-BORR-LAST-NAME TO MLR-BORR-LAST-NAME
           MOVE SAV-BORR-FIRST-NAME TO MLR-BORR-FIRST-NAME
           MOVE SAV-BORR-MI TO MLR-BORR-MI
           MOVE SAV-BORR-SSN TO MLR-BORR-SSN
           MOVE SAV-BORR-DOB TO MLR-BORR-DOB
           MOVE SAV-BORR-CREDIT-SCR TO MLR-BORR-CREDIT-SCR
           MOVE SAV-PROP-STREET1 TO MLR-PROP-STREET1
           MOVE SAV-PROP-STREET2 TO MLR-PROP-STREET2
           MOVE SAV-PROP-CITY TO MLR-PROP-CITY
           MOVE SAV-PROP-STATE TO MLR-PROP-STATE
           MOVE SAV-PROP-ZIP TO MLR-PROP-ZIP
           MOVE SAV-PROP-ZIP4 TO MLR-PROP-ZIP4
           MOVE SAV-PROP-COUNTY TO MLR-PROP-COUNTY
           MOVE SAV-ORIG-AMOUNT TO MLR-ORIG-AMOUNT
           MOVE SAV-CURRENT-BALANCE TO MLR-CURRENT-BALANCE
           MOVE SAV-INTEREST-RATE TO MLR-INTEREST-RATE
           MOVE SAV-ORIG-RATE TO MLR-ORIG-RATE
           MOVE SAV-TERM-MONTHS TO MLR-TERM-MONTHS
           MOVE SAV-REMAIN-MONTHS TO MLR-REMAIN-MONTHS
           MOVE SAV-PAYMENT-AMOUNT TO MLR-PAYMENT-AMOUNT
           MOVE SAV-PI-AMOUNT TO MLR-PI-AMOUNT
           MOVE SAV-ESCROW-AMOUNT TO MLR-ESCROW-AMOUNT
           MOVE SAV-LTV-RATIO TO MLR-LTV-RATIO
           MOVE SAV-APPRAISAL-VALUE TO MLR-APPRAISAL-VALUE
           MOVE SAV-ORIGINATION-DATE TO MLR-ORIGINATION-DATE
           MOVE SAV-MATURITY-DATE TO MLR-MATURITY-DATE
           MOVE SAV-FIRST-PMT-DATE TO MLR-FIRST-PMT-DATE
           MOVE SAV-NEXT-PMT-DUE TO MLR-NEXT-PMT-DUE
           MOVE SAV-TAX-AMOUNT TO MLR-TAX-AMOUNT
           MOVE SAV-INSURANCE-AMT TO MLR-INSURANCE-AMT
           MOVE SAV-PMI-AMOUNT TO MLR-PMI-AMOUNT
           MOVE SAV-ESCROW-BALANCE TO MLR-ESCROW-BALANCE
           MOVE SAV-ESCROW-SHORT TO MLR-ESCROW-SHORT
           MOVE SAV-SUSPENSE-BALANCE TO MLR-SUSPENSE-BALANCE
           MOVE SAV-DEFERRED-PRINCIPAL TO MLR-DEFERRED-PRINCIPAL
           MOVE SAV-DAYS-DELINQUENT TO MLR-DAYS-DELINQUENT
           MOVE SAV-TIMES-30-LATE TO MLR-TIMES-30-LATE
           MOVE SAV-TIMES-60-LATE TO MLR-TIMES-60-LATE
           MOVE SAV-TIMES-90-LATE TO MLR-TIMES-90-LATE
           MOVE SAV-LAST-PAID-DATE TO MLR-LAST-PAID-DATE
           MOVE SAV-LAST-PAID-AMOUNT TO MLR-LAST-PAID-AMOUNT
      * the late charges the prior servicer assessed come across
      * unpaid; an installment already past due when the loan
      * arrives is taken as charged there
           MOVE SAV-LATE-CHARGES-DUE TO MLR-LATE-CHARGES-DUE
           MOVE SAV-LATE-GRACE-DAYS TO MLR-LATE-GRACE-DAYS
           IF SAV-DAYS-DELINQUENT > 0
               MOVE SAV-NEXT-PMT-DUE TO MLR-LATE-CHARGED-DUE
           END-IF
           MOVE "N" TO MLR-CHARGEOFF-FLAG
           IF SAV-NONACCRUAL-FLAG = "Y"
               MOVE "Y" TO MLR-NONACCRUAL-FLAG
               MOVE SAV-TRANSFER-DATE TO MLR-NONACCRUAL-DATE
           ELSE
               MOVE "N" TO MLR-NONACCRUAL-FLAG
           END-IF
           SET MLR-XFER-PURCHASED TO TRUE
           MOVE SAV-TRANSFER-DATE TO MLR-XFER-DATE
           MOVE SAV-FROM-SERVICER TO MLR-PRIOR-SERVICER.

       BOARD-ESCROW-PAYEE.
           INITIALIZE ESCROW-PAYEE-RECORD
           MOVE STX-LOAN-NUMBER TO EPY-LOAN-NUMBER
           MOVE STX-EPY-PAYEE-TYPE TO EPY-PAYEE-TYPE
           MOVE STX-EPY-PAYEE-NAME TO EPY-PAYEE-NAME
           MOVE STX-EPY-PAYEE-ACCT TO EPY-PAYEE-ACCT
           MOVE STX-EPY-PAY-METHOD TO EPY-PAY-METHOD
           MOVE STX-EPY-ROUTING TO EPY-ROUTING
           MOVE STX-EPY-NEXT-DUE-DATE TO EPY-NEXT-DUE-DATE
           MOVE STX-EPY-FREQUENCY TO EPY-FREQUENCY-MONTHS
           MOVE STX-EPY-AMOUNT TO EPY-AMOUNT
           MOVE STX-EPY-PARCEL-NUMBER TO EPY-PARCEL-NUMBER
           WRITE ESCROW-PAYEE-RECORD
               INVALID KEY
                   DISPLAY "SVCXIN: LOAN " STX-LOAN-NUMBER
                           " PAYEE " STX-EPY-PAYEE-TYPE
                           " ALREADY ON ESCRPAYE - NOT BOARDED"
               NOT INVALID KEY
                   ADD 1 TO WS-PAYEES-BOARDED
           END-WRITE.

      * write the new loan, then read back what the master holds
      * and compare it with the tape
       FINISH-PENDING-LOAN.
           IF NOT WS-LOAN-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PENDING
           IF WS-PENDING-IS-NEW
               WRITE MORTGAGE-LOAN-RECORD
                   INVALID KEY
                       DISPLAY "SVCXIN: LOAN " SAV-LOAN-NUMBER
                               " COULD NOT BE WRITTEN"
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-LOANS-BOARDED
               ADD MLR-CURRENT-BALANCE TO WS-BOARDED-UPB
               MOVE "BOARDED" TO WS-HOW-BOARDED
               PERFORM WRITE-HELLO-LETTER
           ELSE
               ADD 1 TO WS-LOANS-ON-FILE
               MOVE "ALREADY ON" TO WS-HOW-BOARDED
               DISPLAY "SVCXIN: LOAN " SAV-LOAN-NUMBER
                       " ALREADY ON THE MORTGAGE MASTER - NOT BOARDED"
           END-IF
           MOVE SAV-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   DISPLAY "SVCXIN: LOAN " SAV-LOAN-NUMBER
                           " NOT READABLE AFTER BOARDING"
                   EXIT PARAGRAPH
           END-READ
           PERFORM COMPARE-TAPE-TO-MASTER.

      ****************************************************************
      * TAPE-TO-MASTER DIFFERENCES
      ****************************************************************
       COMPARE-TAPE-TO-MASTER.
           IF SAV-BORR-SSN NOT = MLR-BORR-SSN
               MOVE "BORROWER SSN" TO WS-DIFF-FIELD
               MOVE SAV-BORR-SSN TO WS-DIFF-TAPE
               MOVE MLR-BORR-SSN TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-BORR-LAST-NAME NOT = MLR-BORR-LAST-NAME
               MOVE "BORROWER NAME" TO WS-DIFF-FIELD
               MOVE SAV-BORR-LAST-NAME TO WS-DIFF-TAPE
               MOVE MLR-BORR-LAST-NAME TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-CURRENT-BALANCE NOT = MLR-CURRENT-BALANCE
               MOVE "PRINCIPAL BALANCE" TO WS-DIFF-FIELD
               MOVE SAV-CURRENT-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-CURRENT-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-INTEREST-RATE NOT = MLR-INTEREST-RATE
               MOVE "INTEREST RATE" TO WS-DIFF-FIELD
               MOVE SAV-INTEREST-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-DIFF-TAPE
               MOVE MLR-INTEREST-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-PAYMENT-AMOUNT NOT = MLR-PAYMENT-AMOUNT
               MOVE "PAYMENT AMOUNT" TO WS-DIFF-FIELD
               MOVE SAV-PAYMENT-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-PAYMENT-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-PI-AMOUNT NOT = MLR-PI-AMOUNT
               MOVE "P&I AMOUNT" TO WS-DIFF-FIELD
               MOVE SAV-PI-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-PI-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-ESCROW-AMOUNT NOT = MLR-ESCROW-AMOUNT
               MOVE "ESCROW PAYMENT" TO WS-DIFF-FIELD
               MOVE SAV-ESCROW-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-ESCROW-AMOUNT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-ESCROW-BALANCE NOT = MLR-ESCROW-BALANCE
               MOVE "ESCROW BALANCE" TO WS-DIFF-FIELD
               MOVE SAV-ESCROW-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-ESCROW-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-SUSPENSE-BALANCE NOT = MLR-SUSPENSE-BALANCE
               MOVE "SUSPENSE BALANCE" TO WS-DIFF-FIELD
               MOVE SAV-SUSPENSE-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-SUSPENSE-BALANCE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-LATE-CHARGES-DUE NOT = MLR-LATE-CHARGES-DUE
               MOVE "LATE CHARGES DUE" TO WS-DIFF-FIELD
               MOVE SAV-LATE-CHARGES-DUE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-TAPE
               MOVE MLR-LATE-CHARGES-DUE TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-REMAIN-MONTHS NOT = MLR-REMAIN-MONTHS
               MOVE "REMAINING MONTHS" TO WS-DIFF-FIELD
               MOVE SAV-REMAIN-MONTHS TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-DIFF-TAPE
               MOVE MLR-REMAIN-MONTHS TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-MATURITY-DATE NOT = MLR-MATURITY-DATE
               MOVE "MATURITY DATE" TO WS-DIFF-FIELD
               MOVE SAV-MATURITY-DATE TO WS-DIFF-TAPE
               MOVE MLR-MATURITY-DATE TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-NEXT-PMT-DUE NOT = MLR-NEXT-PMT-DUE
               MOVE "NEXT PAYMENT DUE" TO WS-DIFF-FIELD
               MOVE SAV-NEXT-PMT-DUE TO WS-DIFF-TAPE
               MOVE MLR-NEXT-PMT-DUE TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF SAV-DAYS-DELINQUENT NOT = MLR-DAYS-DELINQUENT
               MOVE "DAYS DELINQUENT" TO WS-DIFF-FIELD
               MOVE SAV-DAYS-DELINQUENT TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-DIFF-TAPE
               MOVE MLR-DAYS-DELINQUENT TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-DIFF-MASTER
               PERFORM WRITE-DIFF-LINE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "SERVICING TRANSFER - TAPE TO MASTER DIFFERENCES"
                  "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN NUMBER          LOAN         "
                  "FIELD                TAPE                 "
                  "MASTER"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DIFF-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING SAV-LOAN-NUMBER " " WS-HOW-BOARDED " "
                  WS-DIFF-FIELD " " WS-DIFF-TAPE " " WS-DIFF-MASTER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-DIFFS-LISTED.

      ****************************************************************
      * THE HELLO LETTER
      ****************************************************************
      * the RESPA transfer notice from the new servicer: who services
      * the loan from when, where payments go, and the 60-day grace
      * on a payment sent to the prior servicer by mistake
       WRITE-HELLO-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "NOTICE OF SERVICING TRANSFER  LOAN="
                  SAV-LOAN-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING SAV-BORR-FIRST-NAME DELIMITED BY "  "
                  " " SAV-BORR-LAST-NAME DELIMITED BY "  "
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SAV-PROP-STREET1 TO LETTER-LINE
           WRITE LETTER-LINE
           IF SAV-PROP-STREET2 NOT = SPACES
               MOVE SAV-PROP-STREET2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING SAV-PROP-CITY DELIMITED BY "  "
                  " " SAV-PROP-STATE " " SAV-PROP-ZIP
                  DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  THE SERVICING OF YOUR MORTGAGE LOAN HAS "
                  "TRANSFERRED FROM " DELIMITED BY SIZE
                  SAV-FROM-NAME DELIMITED BY "  "
                  " TO " DELIMITED BY SIZE
                  WS-OUR-NAME DELIMITED BY "  "
                  " EFFECTIVE " SAV-TRANSFER-DATE DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  YOUR PAYMENT DUE " SAV-NEXT-PMT-DUE
                  " AND ALL LATER PAYMENTS SHOULD BE SENT TO:"
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " WS-OUR-NAME
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " WS-OUR-ADDRESS
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    TOLL-FREE " WS-OUR-PHONE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  A PAYMENT RECEIVED BY YOUR PRIOR SERVICER ON TIME "
                  "IN THE 60 DAYS AFTER THE TRANSFER WILL NOT BE "
                  "TREATED AS LATE."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTERS-WRITTEN.

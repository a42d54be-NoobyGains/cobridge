       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCXOUT.

      ****************************************************************
      * BATCH: outbound mortgage servicing transfer (sale of
      * servicing rights). The control card (XFERCTL) names the
      * buyer - servicer id, name, payment address and toll-free
      * number - and the transfer date; the loans go by the loan
      * list (XFERLIST, one loan number per line) when one is
      * supplied, otherwise by the investor code on the card. For
      * each loan selected:
      *   - the transfer tape (XFEROUT) gets the loan row with its
      *     terms, borrower, escrow balances and delinquency
      *     history, a row for each escrow payee on ESCRPAYE and a
      *     row for each amortization schedule line, framed by the
      *     standard header and trailer (loan count, unpaid
      *     principal)
      *   - the RESPA notice of servicing transfer ("goodbye"
      *     letter) is written to XFERLTR
      *   - the loan is stamped sold: MLR-SERVICER-ID takes the
      *     buyer, our id moves to MLR-PRIOR-SERVICER, and from
      *     the transfer date MTGPAY refuses its payments
      * A charged-off or paid-off loan, or one already sold, is
      * listed and passed over. RESPA wants the goodbye letter out
      * 15 days before the transfer date; a closer date still runs
      * but ends RC=4, as does a passed-over or unknown loan. RC=8
      * when the control card is missing or incomplete.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN ASSIGN TO "XFERCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOAN-LIST-IN ASSIGN TO "XFERLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-STATUS.
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
           SELECT TRANSFER-OUT ASSIGN TO "XFEROUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.
           SELECT LETTER-OUT ASSIGN TO "XFERLTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-IN.
       01  CONTROL-RECORD.
           05  CTL-TRANSFER-DATE         PIC 9(8).
           05  CTL-NEW-SERVICER-ID       PIC 9(10).
           05  CTL-NEW-SERVICER-NAME     PIC X(35).
           05  CTL-NEW-ADDRESS           PIC X(60).
           05  CTL-NEW-PHONE             PIC X(12).
           05  CTL-INVESTOR-CODE         PIC X(5).

       FD  LOAN-LIST-IN.
       01  LOAN-LIST-RECORD.
           05  LST-LOAN-NUMBER           PIC X(20).

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  ESCROW-PAYEE-FILE.
       COPY "escrow-payee.cpy".

       FD  TRANSFER-OUT.
       COPY "servicing-transfer.cpy".

       FD  LETTER-OUT.
       01  LETTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS         PIC X(2).
           88  WS-CTL-OK             VALUE "00".
       01  WS-LST-STATUS         PIC X(2).
           88  WS-LST-OK             VALUE "00".
           88  WS-LST-EOF            VALUE "10".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
       01  WS-EPY-STATUS         PIC X(2).
           88  WS-EPY-OK             VALUE "00".
       01  WS-XFR-STATUS         PIC X(2).
       01  WS-LTR-STATUS         PIC X(2).

      * who we are, for the letters and the tape
       01  WS-OUR-SERVICER-ID     PIC 9(10) VALUE 0123456789.
       01  WS-OUR-NAME            PIC X(35) VALUE "COBRIDGE BANK".
       01  WS-OUR-PHONE           PIC X(12) VALUE "800-555-0142".

      * RESPA: the goodbye letter goes out this many days ahead
       01  WS-NOTICE-DAYS         PIC 9(3) VALUE 15.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-LAST-OUR-DAY        PIC 9(8).
       01  WS-HAVE-EPY            PIC X(1) VALUE "Y".
           88  WS-EPY-UP              VALUE "Y".
       01  WS-BY-LIST             PIC X(1) VALUE "N".
           88  WS-SELECT-BY-LIST      VALUE "Y".
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".
       01  WS-EPY-DONE            PIC X(1).
           88  WS-EPY-COMPLETE        VALUE "Y".
       01  WS-AM-IDX              PIC 9(2) COMP.

       01  WS-LOANS-SELECTED      PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-TRANSFERRED   PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-PASSED        PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-UNKNOWN       PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-WRITTEN        PIC 9(9) COMP VALUE 0.
       01  WS-LETTERS-WRITTEN     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICE-SHORT        PIC X(1) VALUE "N".
           88  WS-LETTERS-LATE        VALUE "Y".
       01  WS-TOTAL-UPB           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AMT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.

       COPY "file-header-trailer.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-IN
           IF WS-CTL-OK
               READ CONTROL-IN
                   AT END
                       MOVE "10" TO WS-CTL-STATUS
               END-READ
           END-IF
           IF NOT WS-CTL-OK
                   OR CTL-TRANSFER-DATE NOT NUMERIC
                   OR CTL-TRANSFER-DATE = 0
                   OR CTL-NEW-SERVICER-ID NOT NUMERIC
                   OR CTL-NEW-SERVICER-ID = 0
                   OR CTL-NEW-SERVICER-NAME = SPACES
               DISPLAY "SVCXOUT: NO VALID CONTROL CARD - NOTHING "
                       "TRANSFERRED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CONTROL-IN

           IF FUNCTION INTEGER-OF-DATE(CTL-TRANSFER-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   < WS-NOTICE-DAYS
               SET WS-LETTERS-LATE TO TRUE
               DISPLAY "SVCXOUT: TRANSFER DATE " CTL-TRANSFER-DATE
                       " IS LESS THAN 15 DAYS OUT - GOODBYE LETTERS"
                       " ARE LATE"
           END-IF
           COMPUTE WS-LAST-OUR-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CTL-TRANSFER-DATE) - 1)

           OPEN INPUT LOAN-LIST-IN
           IF WS-LST-OK
               SET WS-SELECT-BY-LIST TO TRUE
           ELSE
               IF CTL-INVESTOR-CODE = SPACES
                   DISPLAY "SVCXOUT: NO LOAN LIST AND NO INVESTOR "
                           "CODE - NOTHING TRANSFERRED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O MORTGAGE-MASTER
           IF NOT WS-MTG-OK
               DISPLAY "SVCXOUT: NO MORTGAGE MASTER - NOTHING "
                       "TRANSFERRED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ESCROW-PAYEE-FILE
           IF NOT WS-EPY-OK
               MOVE "N" TO WS-HAVE-EPY
           END-IF
           OPEN OUTPUT TRANSFER-OUT
           OPEN OUTPUT LETTER-OUT

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-HEADER-REC TO TRUE
           MOVE "SVCXFER" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE SPACES TO SERVICING-TRANSFER-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO SERVICING-TRANSFER-RECORD
           WRITE SERVICING-TRANSFER-RECORD

           IF WS-SELECT-BY-LIST
               PERFORM SELECT-BY-LOAN-LIST
           ELSE
               PERFORM SELECT-BY-INVESTOR
           END-IF

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-TRAILER-REC TO TRUE
           MOVE "SVCXFER" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE WS-LOANS-TRANSFERRED TO FHT-RECORD-COUNT
           MOVE WS-TOTAL-UPB TO FHT-CONTROL-TOTAL
           MOVE SPACES TO SERVICING-TRANSFER-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO SERVICING-TRANSFER-RECORD
           WRITE SERVICING-TRANSFER-RECORD

           CLOSE LETTER-OUT
           CLOSE TRANSFER-OUT
           IF WS-EPY-UP
               CLOSE ESCROW-PAYEE-FILE
           END-IF
           CLOSE MORTGAGE-MASTER
           IF WS-SELECT-BY-LIST
               CLOSE LOAN-LIST-IN
           END-IF

           MOVE WS-TOTAL-UPB TO WS-AMT-DISPLAY
           DISPLAY "SVCXOUT: TRANSFER DATE    = " CTL-TRANSFER-DATE
           DISPLAY "SVCXOUT: NEW SERVICER     = " CTL-NEW-SERVICER-ID
           DISPLAY "SVCXOUT: LOANS SELECTED   = " WS-LOANS-SELECTED
           DISPLAY "SVCXOUT: LOANS UNKNOWN    = " WS-LOANS-UNKNOWN
           DISPLAY "SVCXOUT: LOANS PASSED     = " WS-LOANS-PASSED
           DISPLAY "SVCXOUT: LOANS TRANSFERRED= " WS-LOANS-TRANSFERRED
           DISPLAY "SVCXOUT: TAPE DETAIL ROWS = " WS-ROWS-WRITTEN
           DISPLAY "SVCXOUT: UNPAID PRINCIPAL = " WS-AMT-DISPLAY
           DISPLAY "SVCXOUT: GOODBYE LETTERS  = " WS-LETTERS-WRITTEN
           IF WS-LETTERS-LATE OR WS-LOANS-PASSED > 0
                   OR WS-LOANS-UNKNOWN > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      ****************************************************************
      * SELECTION
      ****************************************************************
       SELECT-BY-LOAN-LIST.
           PERFORM UNTIL WS-LST-EOF
               READ LOAN-LIST-IN
                   AT END
                       SET WS-LST-EOF TO TRUE
                   NOT AT END
                       IF LST-LOAN-NUMBER NOT = SPACES
                           PERFORM SELECT-ONE-LISTED-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-ONE-LISTED-LOAN.
           MOVE LST-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   ADD 1 TO WS-LOANS-UNKNOWN
                   DISPLAY "SVCXOUT: LOAN " LST-LOAN-NUMBER
                           " NOT ON THE MORTGAGE MASTER"
                   EXIT PARAGRAPH
           END-READ
           PERFORM TRANSFER-ONE-LOAN.

       SELECT-BY-INVESTOR.
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO MLR-LOAN-NUMBER
           START MORTGAGE-MASTER KEY >= MLR-LOAN-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF MLR-INVESTOR-CODE = CTL-INVESTOR-CODE
                           PERFORM TRANSFER-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       TRANSFER-ONE-LOAN.
           ADD 1 TO WS-LOANS-SELECTED
           EVALUATE TRUE
               WHEN MLR-CHARGED-OFF
                   DISPLAY "SVCXOUT: LOAN " MLR-LOAN-NUMBER
                           " IS CHARGED OFF - NOT TRANSFERRED"
               WHEN MLR-CURRENT-BALANCE <= 0
                   DISPLAY "SVCXOUT: LOAN " MLR-LOAN-NUMBER
                           " IS PAID OFF - NOT TRANSFERRED"
               WHEN MLR-XFER-SOLD
                   DISPLAY "SVCXOUT: LOAN " MLR-LOAN-NUMBER
                           " SERVICING ALREADY SOLD " MLR-XFER-DATE
               WHEN OTHER
                   PERFORM WRITE-LOAN-ROW
                   PERFORM WRITE-ESCROW-ROWS
                   PERFORM WRITE-AMORT-ROWS
                   PERFORM WRITE-GOODBYE-LETTER
                   PERFORM STAMP-LOAN-SOLD
                   ADD 1 TO WS-LOANS-TRANSFERRED
                   ADD MLR-CURRENT-BALANCE TO WS-TOTAL-UPB
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-LOANS-PASSED.

      ****************************************************************
      * THE TRANSFER TAPE
      ****************************************************************
       WRITE-LOAN-ROW.
           MOVE SPACES TO SERVICING-TRANSFER-RECORD
           SET STX-LOAN-ROW TO TRUE
           MOVE MLR-LOAN-NUMBER TO STX-LOAN-NUMBER
           MOVE CTL-TRANSFER-DATE TO STX-TRANSFER-DATE
           MOVE WS-OUR-SERVICER-ID TO STX-FROM-SERVICER
           MOVE WS-OUR-NAME TO STX-FROM-NAME
           MOVE CTL-NEW-SERVICER-ID TO STX-TO-SERVICER
           MOVE CTL-NEW-SERVICER-NAME TO STX-TO-NAME
           MOVE MLR-INVESTOR-CODE TO STX-INVESTOR-CODE
           MOVE MLR-LOAN-TYPE TO STX-LOAN-TYPE
           MOVE MLR-LOAN-PURPOSE TO STX-LOAN-PURPOSE
           MOVE MLR-BORR-LAST-NAME TO STX-BORR-LAST-NAME
           MOVE MLR-BORR-FIRST-NAME TO STX-BORR-FIRST-NAME
           MOVE MLR-BORR-MI TO STX-BORR-MI
           MOVE MLR-BORR-SSN TO STX-BORR-SSN
           MOVE MLR-BORR-DOB TO STX-BORR-DOB
           MOVE MLR-BORR-CREDIT-SCR TO STX-BORR-CREDIT-SCR
           MOVE MLR-PROP-STREET1 TO STX-PROP-STREET1
           MOVE MLR-PROP-STREET2 TO STX-PROP-STREET2
           MOVE MLR-PROP-CITY TO STX-PROP-CITY
           MOVE MLR-PROP-STATE TO STX-PROP-STATE
           MOVE MLR-PROP-ZIP TO STX-PROP-ZIP
           MOVE MLR-PROP-ZIP4 TO STX-PROP-ZIP4
           MOVE MLR-PROP-COUNTY TO STX-PROP-COUNTY
           MOVE MLR-ORIG-AMOUNT TO STX-ORIG-AMOUNT
           MOVE MLR-CURRENT-BALANCE TO STX-CURRENT-BALANCE
           MOVE MLR-INTEREST-RATE TO STX-INTEREST-RATE
           MOVE MLR-ORIG-RATE TO STX-ORIG-RATE
           MOVE MLR-TERM-MONTHS TO STX-TERM-MONTHS
           MOVE MLR-REMAIN-MONTHS TO STX-REMAIN-MONTHS
           MOVE MLR-PAYMENT-AMOUNT TO STX-PAYMENT-AMOUNT
           MOVE MLR-PI-AMOUNT TO STX-PI-AMOUNT
           MOVE MLR-ESCROW-AMOUNT TO STX-ESCROW-AMOUNT
           MOVE MLR-LTV-RATIO TO STX-LTV-RATIO
           MOVE MLR-APPRAISAL-VALUE TO STX-APPRAISAL-VALUE
           MOVE MLR-ORIGINATION-DATE TO STX-ORIGINATION-DATE
           MOVE MLR-MATURITY-DATE TO STX-MATURITY-DATE
           MOVE MLR-FIRST-PMT-DATE TO STX-FIRST-PMT-DATE
           MOVE MLR-NEXT-PMT-DUE TO STX-NEXT-PMT-DUE
           MOVE MLR-TAX-AMOUNT TO STX-TAX-AMOUNT
           MOVE MLR-INSURANCE-AMT TO STX-INSURANCE-AMT
           MOVE MLR-PMI-AMOUNT TO STX-PMI-AMOUNT
           MOVE MLR-ESCROW-BALANCE TO STX-ESCROW-BALANCE
           MOVE MLR-ESCROW-SHORT TO STX-ESCROW-SHORT
           MOVE MLR-SUSPENSE-BALANCE TO STX-SUSPENSE-BALANCE
           MOVE MLR-DEFERRED-PRINCIPAL TO STX-DEFERRED-PRINCIPAL
           MOVE MLR-DAYS-DELINQUENT TO STX-DAYS-DELINQUENT
           MOVE MLR-TIMES-30-LATE TO STX-TIMES-30-LATE
           MOVE MLR-TIMES-60-LATE TO STX-TIMES-60-LATE
           MOVE MLR-TIMES-90-LATE TO STX-TIMES-90-LATE
           MOVE MLR-LAST-PAID-DATE TO STX-LAST-PAID-DATE
           MOVE MLR-LAST-PAID-AMOUNT TO STX-LAST-PAID-AMOUNT
           MOVE MLR-NONACCRUAL-FLAG TO STX-NONACCRUAL-FLAG
           MOVE MLR-LATE-CHARGES-DUE TO STX-LATE-CHARGES-DUE
           MOVE MLR-LATE-GRACE-DAYS TO STX-LATE-GRACE-DAYS
           WRITE SERVICING-TRANSFER-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

      * the loan's payees sit together under the loan-number prefix
      * of the key
       WRITE-ESCROW-ROWS.
           IF NOT WS-EPY-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EPY-DONE
           MOVE MLR-LOAN-NUMBER TO EPY-LOAN-NUMBER
           MOVE LOW-VALUES TO EPY-PAYEE-TYPE
           START ESCROW-PAYEE-FILE KEY >= EPY-KEY
               INVALID KEY
                   SET WS-EPY-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-EPY-COMPLETE
               READ ESCROW-PAYEE-FILE NEXT RECORD
                   AT END
                       SET WS-EPY-COMPLETE TO TRUE
                   NOT AT END
                       IF EPY-LOAN-NUMBER NOT = MLR-LOAN-NUMBER
                           SET WS-EPY-COMPLETE TO TRUE
                       ELSE
                           PERFORM WRITE-ONE-ESCROW-ROW
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-ESCROW-ROW.
           MOVE SPACES TO SERVICING-TRANSFER-RECORD
           SET STX-ESCROW-ROW TO TRUE
           MOVE MLR-LOAN-NUMBER TO STX-LOAN-NUMBER
           MOVE EPY-PAYEE-TYPE TO STX-EPY-PAYEE-TYPE
           MOVE EPY-PAYEE-NAME TO STX-EPY-PAYEE-NAME
           MOVE EPY-PAYEE-ACCT TO STX-EPY-PAYEE-ACCT
           MOVE EPY-PAY-METHOD TO STX-EPY-PAY-METHOD
           MOVE EPY-ROUTING TO STX-EPY-ROUTING
           MOVE EPY-NEXT-DUE-DATE TO STX-EPY-NEXT-DUE-DATE
           MOVE EPY-FREQUENCY-MONTHS TO STX-EPY-FREQUENCY
           MOVE EPY-AMOUNT TO STX-EPY-AMOUNT
           MOVE EPY-PARCEL-NUMBER TO STX-EPY-PARCEL-NUMBER
           WRITE SERVICING-TRANSFER-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

       WRITE-AMORT-ROWS.
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > 12
               IF MLR-AMORT-DATE(WS-AM-IDX) NOT = 0
                   MOVE SPACES TO SERVICING-TRANSFER-RECORD
                   SET STX-AMORT-ROW TO TRUE
                   MOVE MLR-LOAN-NUMBER TO STX-LOAN-NUMBER
                   MOVE WS-AM-IDX TO STX-AMORT-SEQ
                   MOVE MLR-AMORT-DATE(WS-AM-IDX) TO STX-AMORT-DATE
                   MOVE MLR-AMORT-PRINCIPAL(WS-AM-IDX)
                       TO STX-AMORT-PRINCIPAL
                   MOVE MLR-AMORT-INTEREST(WS-AM-IDX)
                       TO STX-AMORT-INTEREST
                   MOVE MLR-AMORT-BALANCE(WS-AM-IDX)
                       TO STX-AMORT-BALANCE
                   WRITE SERVICING-TRANSFER-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
               END-IF
           END-PERFORM.

      ****************************************************************
      * THE GOODBYE LETTER AND THE LOAN STAMP
      ****************************************************************
      * the RESPA transfer notice: who services the loan from when,
      * where payments go, and the 60-day grace on a payment sent
      * to us by mistake
       WRITE-GOODBYE-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING "NOTICE OF SERVICING TRANSFER  LOAN="
                  MLR-LOAN-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING MLR-BORR-FIRST-NAME DELIMITED BY "  "
                  " " MLR-BORR-LAST-NAME DELIMITED BY "  "
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE MLR-PROP-STREET1 TO LETTER-LINE
           WRITE LETTER-LINE
           IF MLR-PROP-STREET2 NOT = SPACES
               MOVE MLR-PROP-STREET2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING MLR-PROP-CITY DELIMITED BY "  "
                  " " MLR-PROP-STATE " " MLR-PROP-ZIP
                  DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  THE SERVICING OF YOUR MORTGAGE LOAN IS "
                  "TRANSFERRING FROM " DELIMITED BY SIZE
                  WS-OUR-NAME DELIMITED BY "  "
                  " TO " CTL-NEW-SERVICER-NAME DELIMITED BY "  "
                  " EFFECTIVE " CTL-TRANSFER-DATE DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  WE ACCEPT YOUR PAYMENTS THROUGH "
                  WS-LAST-OUR-DAY
                  ". FROM " CTL-TRANSFER-DATE " SEND THEM TO:"
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " CTL-NEW-SERVICER-NAME
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " CTL-NEW-ADDRESS
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    TOLL-FREE " CTL-NEW-PHONE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  A PAYMENT RECEIVED BY US ON TIME IN THE 60 DAYS "
                  "AFTER THE TRANSFER WILL NOT BE TREATED AS LATE."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  QUESTIONS BEFORE THE TRANSFER: "
                  DELIMITED BY SIZE
                  WS-OUR-NAME DELIMITED BY "  "
                  " " WS-OUR-PHONE DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTERS-WRITTEN.

       STAMP-LOAN-SOLD.
           MOVE MLR-SERVICER-ID TO MLR-PRIOR-SERVICER
           IF MLR-PRIOR-SERVICER = 0
               MOVE WS-OUR-SERVICER-ID TO MLR-PRIOR-SERVICER
           END-IF
           MOVE CTL-NEW-SERVICER-ID TO MLR-SERVICER-ID
           SET MLR-XFER-SOLD TO TRUE
           MOVE CTL-TRANSFER-DATE TO MLR-XFER-DATE
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "SVCXOUT: LOAN " MLR-LOAN-NUMBER
                           " COULD NOT BE STAMPED SOLD"
           END-REWRITE.

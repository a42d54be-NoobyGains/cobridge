      ****************************************************************
      * MONTHLY BATCH: Metro 2 credit bureau extract. Writes one
      * base-segment record per consumer loan (LOAN-SERVICING-FILE)
      * per mortgage (MTGMAST) and per revolving card account
      * (CARDACCT), with the account status code
      * derived from the delinquency buckets:
      *   11 current    71 30-59    78 60-89    80 90-119
      *   82 120-149    83 150-179  84 180+     13 paid
      * A loan with an open dispute case on file is suppressed from
      * the submission (reported count shows how many), per the
      * FCRA rule against reporting disputed accounts as simply
      * delinquent. A borrower with a bankruptcy case on file
      * (BKRCHK) carries the consumer information indicator for the
      * chapter and where the case stands - petition, discharged or
      * dismissed - so the bureau sees the bankruptcy rather than a
      * plain delinquency. The file carries the standard header/trailer
      * pair with record count and balance control total, like our
      * other file handoffs.
      ****************************************************************
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO "CARDACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-CARD-ACCT
               FILE STATUS IS WS-CA-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  CARD-ACCOUNT-FILE.
       COPY "card-account.cpy".

       FD  DISPUTE-FILE.
       COPY "dispute-case.cpy".

       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-CA-STATUS          PIC X(2).
           88  WS-CA-EOF             VALUE "10".
           88  WS-CA-MISSING         VALUE "35".
       01  WS-DSP-STATUS         PIC X(2).
           88  WS-DSP-EOF            VALUE "10".
           88  WS-DSP-MISSING        VALUE "35".
       01  WS-DELQ-DAYS           PIC 9(4).
       01  WS-PAST-DUE            PIC S9(9)V99 COMP-3.

      * the borrower's bankruptcy case, for the consumer information
      * indicator
       01  WS-BKR-CUST-ID         PIC 9(10).
       01  WS-BKR-SSN             PIC 9(9).
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-DISCHARGED      VALUE "D".
           88  WS-BKR-DISMISSED       VALUE "X".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).
       01  WS-BKR-REPORTED        PIC 9(9) COMP VALUE 0.

       COPY "file-header-trailer.cpy".

      * Metro 2 base segment (abbreviated to the fields we report)
           05  M2-TIMES-60           PIC 9(3).
           05  M2-TIMES-90           PIC 9(3).
           05  M2-REPORT-DATE        PIC 9(8).
      * consumer information indicator: A-D petition under chapter
      * 7/11/12/13, E-H discharged, I-L dismissed; blank otherwise
           05  M2-CONSUMER-INFO-IND  PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM REPORT-CONSUMER-BOOK
           PERFORM REPORT-MORTGAGE-BOOK
           PERFORM REPORT-CARD-BOOK

           SET FHT-TRAILER-REC TO TRUE
           MOVE WS-LOANS-REPORTED TO FHT-RECORD-COUNT

           DISPLAY "METRO2: LOANS REPORTED   = " WS-LOANS-REPORTED
           DISPLAY "METRO2: SUPPRESSED       = " WS-LOANS-SUPPRESSED
           DISPLAY "METRO2: BANKRUPTCY CII   = " WS-BKR-REPORTED
           DISPLAY "METRO2: BALANCE REPORTED = " WS-TOTAL-BALANCE

           GOBACK.
           END-EVALUATE
           MOVE WS-STATUS-CODE TO M2-ACCOUNT-STATUS
           MOVE WS-RUN-DATE TO M2-REPORT-DATE
           MOVE LSV-BORROWER-CUST-ID TO WS-BKR-CUST-ID
           MOVE LSV-BORROWER-SSN TO WS-BKR-SSN
           PERFORM SET-CONSUMER-INFO-IND
           MOVE LSV-CURRENT-BALANCE TO WS-PAST-DUE
           PERFORM WRITE-OR-SUPPRESS.

           MOVE MLR-TIMES-60-LATE TO M2-TIMES-60
           MOVE MLR-TIMES-90-LATE TO M2-TIMES-90
           MOVE WS-RUN-DATE TO M2-REPORT-DATE
           MOVE 0 TO WS-BKR-CUST-ID
           MOVE MLR-BORR-SSN TO WS-BKR-SSN
           PERFORM SET-CONSUMER-INFO-IND
           MOVE MLR-CURRENT-BALANCE TO WS-PAST-DUE
           PERFORM WRITE-OR-SUPPRESS.

       REPORT-CARD-BOOK.
           OPEN INPUT CARD-ACCOUNT-FILE
           IF WS-CA-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CA-EOF
               READ CARD-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-CA-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-CARD-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CARD-ACCOUNT-FILE.

      * a revolving account reports its credit limit and the
      * minimum payment still past due; a credit balance reports
      * as zero, and a closed account with nothing owing as paid
       REPORT-ONE-CARD-ACCOUNT.
           INITIALIZE METRO2-BASE-SEGMENT
           MOVE "B1" TO M2-RECORD-ID
           MOVE "R" TO M2-PORTFOLIO-TYPE
           MOVE CA-CARD-ACCT TO M2-ACCOUNT-NUMBER
           MOVE CA-SSN TO M2-CONSUMER-SSN
           MOVE CA-CARDHOLDER-NAME TO M2-CONSUMER-NAME
           MOVE CA-OPEN-DATE TO M2-DATE-OPENED
           MOVE CA-CREDIT-LIMIT TO M2-CREDIT-LIMIT
           IF CA-CURRENT-BAL > 0
               MOVE CA-CURRENT-BAL TO M2-CURRENT-BALANCE
           END-IF
           MOVE CA-DAYS-DELINQUENT TO WS-DELQ-DAYS
           IF WS-DELQ-DAYS >= 30
               MOVE CA-PAST-DUE-AMT TO M2-AMOUNT-PAST-DUE
           END-IF
           IF CA-CLOSED AND CA-CURRENT-BAL <= 0
               MOVE "13" TO WS-STATUS-CODE
           ELSE
               PERFORM SET-STATUS-FROM-DAYS
           END-IF
           MOVE WS-STATUS-CODE TO M2-ACCOUNT-STATUS
           MOVE CA-TIMES-30-LATE TO M2-TIMES-30
           MOVE CA-TIMES-60-LATE TO M2-TIMES-60
           MOVE CA-TIMES-90-LATE TO M2-TIMES-90
           MOVE WS-RUN-DATE TO M2-REPORT-DATE
           MOVE CA-CUST-ID TO WS-BKR-CUST-ID
           MOVE CA-SSN TO WS-BKR-SSN
           PERFORM SET-CONSUMER-INFO-IND
           MOVE CA-CURRENT-BAL TO WS-PAST-DUE
           PERFORM WRITE-OR-SUPPRESS.

       SET-STATUS-FROM-DAYS.
           EVALUATE TRUE
               WHEN WS-DELQ-DAYS < 30
                   MOVE "84" TO WS-STATUS-CODE
           END-EVALUATE.

      * petition codes stand while the stay is in effect and after
      * relief from it, until the court discharges or dismisses
       SET-CONSUMER-INFO-IND.
           MOVE SPACE TO M2-CONSUMER-INFO-IND
           CALL "BKRCHK" USING WS-BKR-CUST-ID
                               WS-BKR-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE ALSO WS-BKR-CHAPTER
               WHEN WS-BKR-DISCHARGED ALSO "07"
                   MOVE "E" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISCHARGED ALSO "11"
                   MOVE "F" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISCHARGED ALSO "12"
                   MOVE "G" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISCHARGED ALSO "13"
                   MOVE "H" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISMISSED ALSO "07"
                   MOVE "I" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISMISSED ALSO "11"
                   MOVE "J" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISMISSED ALSO "12"
                   MOVE "K" TO M2-CONSUMER-INFO-IND
               WHEN WS-BKR-DISMISSED ALSO "13"
                   MOVE "L" TO M2-CONSUMER-INFO-IND
               WHEN ANY ALSO "07"
                   MOVE "A" TO M2-CONSUMER-INFO-IND
               WHEN ANY ALSO "11"
                   MOVE "B" TO M2-CONSUMER-INFO-IND
               WHEN ANY ALSO "12"
                   MOVE "C" TO M2-CONSUMER-INFO-IND
               WHEN ANY ALSO "13"
                   MOVE "D" TO M2-CONSUMER-INFO-IND
           END-EVALUATE
           IF M2-CONSUMER-INFO-IND NOT = SPACE
               ADD 1 TO WS-BKR-REPORTED
           END-IF.

       WRITE-OR-SUPPRESS.
           PERFORM CHECK-SUPPRESSION
           IF WS-DP-HIT

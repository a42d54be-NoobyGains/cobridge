       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTMAMAT.

      ****************************************************************
      * MONTHLY BATCH: custodial (UTMA) accounts coming of age. For
      * each open custodial account the minor's termination date is
      * their date of birth (CUST-DATE-OF-BIRTH, off the owner) plus
      * the termination age stamped at opening - or, for an account
      * boarded without one, the age the minor's state of residence
      * sets. Inside the notice window ahead of that date the
      * custodian and the minor each get a required notice (UM),
      * once. On or after the date the account goes on the UTMA
      * retitling queue (UTMARTQ) for the account services desk to
      * retitle it to the minor and take the custodian off, both
      * get the termination notice (UT), and the account is marked
      * queued so it is not queued twice. Queue rows whose account
      * no longer shows custodial are closed out first. Ends RC=4
      * when anything is left for the desk.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT RETITLE-QUEUE ASSIGN TO "UTMARTQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS URT-ACCT-NUMBER
               FILE STATUS IS WS-URT-STATUS.
           SELECT UTMA-RPT ASSIGN TO "UTMARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  RETITLE-QUEUE.
       COPY "utma-retitle.cpy".

       FD  UTMA-RPT.
       01  UTMA-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-URT-STATUS         PIC X(2).
           88  WS-URT-OK             VALUE "00".
           88  WS-URT-EOF            VALUE "10".
           88  WS-URT-NOT-FOUND      VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DAYNUM          PIC 9(7).

      * the advance notice goes out on the first monthly run inside
      * this many days of the termination date
       01  WS-NOTICE-DAYS         PIC 9(3) VALUE 90.

       01  WS-TERM-AGE            PIC 9(2).
       01  WS-TERM-DATE           PIC 9(8).
       01  WS-TERM-PARTS REDEFINES WS-TERM-DATE.
           05  WS-TERM-YEAR       PIC 9(4).
           05  WS-TERM-MONTH      PIC 9(2).
           05  WS-TERM-DAY        PIC 9(2).
       01  WS-TERM-DAYNUM         PIC 9(7).
       01  WS-MINOR-NAME          PIC X(60).
       01  WS-CUSTODIAN-ID        PIC 9(10).
       01  WS-CUSTODIAN-NAME      PIC X(30).
       01  WS-SGN-IDX             PIC 9(1).
       COPY "utma-age.cpy".

       01  WS-CUSTODIAL-READ      PIC 9(9) COMP VALUE 0.
       01  WS-ADVANCE-NOTICES     PIC 9(9) COMP VALUE 0.
       01  WS-RETITLES-QUEUED     PIC 9(9) COMP VALUE 0.
       01  WS-RETITLES-PENDING    PIC 9(9) COMP VALUE 0.
       01  WS-RETITLES-CLOSED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-SENT        PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.
       01  WS-AGE-DISPLAY         PIC Z9.

      * the custodian and minor notices (NOTIFYCU), to the postal
      * address on file - NOTIFGEN moves a returned-mail customer
      * online
       01  WS-NQ-EVENT-TYPE       PIC X(2).
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "M".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

      * before/after images for the account journal (JRNLWRT)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "UTMAMAT".
       01  WS-BEFORE-IMAGE        PIC X(400).
       01  WS-AFTER-IMAGE         PIC X(400).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           PERFORM OPEN-RETITLE-QUEUE
           OPEN OUTPUT UTMA-RPT
           MOVE SPACES TO UTMA-RPT-LINE
           STRING "UTMA CUSTODIAL ACCOUNT REVIEW FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO UTMA-RPT-LINE
           WRITE UTMA-RPT-LINE

           PERFORM CLOSE-OUT-RETITLED

           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY IS >= ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF ACCT-OPEN AND ACCT-CUSTODIAL
                           PERFORM PROCESS-ONE-CUSTODIAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UTMA-RPT
           CLOSE RETITLE-QUEUE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER

           DISPLAY "UTMAMAT: CUSTODIAL ACCOUNTS = " WS-CUSTODIAL-READ
           DISPLAY "UTMAMAT: ADVANCE NOTICES    = " WS-ADVANCE-NOTICES
           DISPLAY "UTMAMAT: RETITLES QUEUED    = " WS-RETITLES-QUEUED
           DISPLAY "UTMAMAT: RETITLES PENDING   = " WS-RETITLES-PENDING
           DISPLAY "UTMAMAT: RETITLES CLOSED    = " WS-RETITLES-CLOSED
           DISPLAY "UTMAMAT: NOTICES SENT       = " WS-NOTICES-SENT
           DISPLAY "UTMAMAT: EXCEPTIONS         = " WS-EXCEPTIONS

           IF WS-RETITLES-QUEUED > 0 OR WS-RETITLES-PENDING > 0
                   OR WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       OPEN-RETITLE-QUEUE.
           OPEN I-O RETITLE-QUEUE
           IF WS-URT-NOT-FOUND
               OPEN OUTPUT RETITLE-QUEUE
               CLOSE RETITLE-QUEUE
               OPEN I-O RETITLE-QUEUE
           END-IF.

      * a queued account the desk has since retitled (no longer
      * custodial) or closed comes off the queue; one still
      * custodial is reported as pending
       CLOSE-OUT-RETITLED.
           MOVE LOW-VALUES TO URT-ACCT-NUMBER
           START RETITLE-QUEUE KEY IS >= URT-ACCT-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-URT-EOF
               READ RETITLE-QUEUE NEXT RECORD
                   AT END
                       SET WS-URT-EOF TO TRUE
                   NOT AT END
                       IF URT-OPEN
                           PERFORM CHECK-RETITLE-DONE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-RETITLE-DONE.
           MOVE URT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-OPEN AND ACCT-CUSTODIAL
               ADD 1 TO WS-RETITLES-PENDING
               MOVE SPACES TO UTMA-RPT-LINE
               STRING "PENDING  ACCT " URT-ACCT-NUMBER
                      " MINOR " URT-MINOR-CUST-ID
                      " CUSTODIAN " URT-CUSTODIAN-ID
                      " TERMINATED " URT-TERM-DATE
                      " QUEUED " URT-QUEUED-DATE
                   DELIMITED BY SIZE INTO UTMA-RPT-LINE
               WRITE UTMA-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           SET URT-DONE TO TRUE
           MOVE WS-RUN-DATE TO URT-DONE-DATE
           REWRITE UTMA-RETITLE-RECORD
               INVALID KEY
                   DISPLAY "UTMAMAT: QUEUE REWRITE FAILED FOR "
                           URT-ACCT-NUMBER
           END-REWRITE
           ADD 1 TO WS-RETITLES-CLOSED.

       PROCESS-ONE-CUSTODIAL.
           ADD 1 TO WS-CUSTODIAL-READ
           IF UTMA-RETITLE-QUEUED
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO UTMA-RPT-LINE
                   STRING "EXCEPT   ACCT " ACCT-NUMBER
                          " MINOR " ACCT-OWNER-ID
                          " NOT ON CUSTOMER MASTER"
                       DELIMITED BY SIZE INTO UTMA-RPT-LINE
                   WRITE UTMA-RPT-LINE
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DATE-OF-BIRTH NOT NUMERIC
                   OR CUST-DATE-OF-BIRTH = ZERO
               MOVE SPACES TO UTMA-RPT-LINE
               STRING "EXCEPT   ACCT " ACCT-NUMBER
                      " MINOR " ACCT-OWNER-ID
                      " HAS NO DATE OF BIRTH"
                   DELIMITED BY SIZE INTO UTMA-RPT-LINE
               WRITE UTMA-RPT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MINOR-NAME
           STRING CUST-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY "  "
               INTO WS-MINOR-NAME
           PERFORM COMPUTE-TERM-DATE

           EVALUATE TRUE
               WHEN WS-TERM-DATE <= WS-RUN-DATE
                   PERFORM QUEUE-RETITLE
               WHEN WS-TERM-DAYNUM - WS-RUN-DAYNUM <= WS-NOTICE-DAYS
                       AND UTMA-IN-CUSTODY
                   PERFORM SEND-ADVANCE-NOTICE
           END-EVALUATE.

      * a 29 February birthday comes of age on the 28th in a
      * common year
       COMPUTE-TERM-DATE.
           MOVE ACCT-UTMA-TERM-AGE TO WS-TERM-AGE
           IF ACCT-UTMA-TERM-AGE NOT NUMERIC
                   OR ACCT-UTMA-TERM-AGE = 0
               MOVE UTA-DEFAULT-AGE TO WS-TERM-AGE
               PERFORM VARYING UTA-IDX FROM 1 BY 1
                       UNTIL UTA-IDX > UTA-STATE-COUNT
                   IF UTA-STATE(UTA-IDX) = CUST-STATE
                       MOVE UTA-TERM-AGE(UTA-IDX) TO WS-TERM-AGE
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE WS-TERM-YEAR = CUST-DOB-YEAR + WS-TERM-AGE
           MOVE CUST-DOB-MONTH TO WS-TERM-MONTH
           MOVE CUST-DOB-DAY TO WS-TERM-DAY
           IF WS-TERM-MONTH = 2 AND WS-TERM-DAY = 29
               IF FUNCTION MOD(WS-TERM-YEAR, 4) NOT = 0
                   OR (FUNCTION MOD(WS-TERM-YEAR, 100) = 0
                       AND FUNCTION MOD(WS-TERM-YEAR, 400) NOT = 0)
                   MOVE 28 TO WS-TERM-DAY
               END-IF
           END-IF
           COMPUTE WS-TERM-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-DATE).

       SEND-ADVANCE-NOTICE.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "UM" TO WS-NQ-EVENT-TYPE
           PERFORM SEND-CUSTODIAL-NOTICES
           MOVE "N" TO ACCT-UTMA-STATUS
           PERFORM REWRITE-CUSTODIAL-ACCOUNT
           ADD 1 TO WS-ADVANCE-NOTICES

           MOVE WS-TERM-AGE TO WS-AGE-DISPLAY
           MOVE SPACES TO UTMA-RPT-LINE
           STRING "NOTICE   ACCT " ACCT-NUMBER
                  " MINOR " ACCT-OWNER-ID
                  " " WS-MINOR-NAME(1:30)
                  " AGE " WS-AGE-DISPLAY
                  " ON " WS-TERM-DATE
               DELIMITED BY SIZE INTO UTMA-RPT-LINE
           WRITE UTMA-RPT-LINE.

      * the custodian queued for removal is the account's first
      * authorized signer; the desk sees every signer on SIGMAINT
       QUEUE-RETITLE.
           MOVE 0 TO WS-CUSTODIAN-ID
           MOVE SPACES TO WS-CUSTODIAN-NAME
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
                   UNTIL WS-SGN-IDX > ACCT-NUM-SIGNERS
                       OR WS-SGN-IDX > 5
                       OR WS-CUSTODIAN-ID NOT = 0
               IF SIGNER-AUTHORIZED(WS-SGN-IDX)
                   MOVE SIGNER-ID(WS-SGN-IDX) TO WS-CUSTODIAN-ID
                   MOVE SIGNER-NAME(WS-SGN-IDX) TO WS-CUSTODIAN-NAME
               END-IF
           END-PERFORM

           INITIALIZE UTMA-RETITLE-RECORD
           MOVE ACCT-NUMBER TO URT-ACCT-NUMBER
           SET URT-OPEN TO TRUE
           MOVE ACCT-OWNER-ID TO URT-MINOR-CUST-ID
           MOVE WS-MINOR-NAME TO URT-MINOR-NAME
           MOVE WS-CUSTODIAN-ID TO URT-CUSTODIAN-ID
           MOVE WS-CUSTODIAN-NAME TO URT-CUSTODIAN-NAME
           MOVE WS-TERM-AGE TO URT-TERM-AGE
           MOVE WS-TERM-DATE TO URT-TERM-DATE
           MOVE WS-RUN-DATE TO URT-QUEUED-DATE
           MOVE 0 TO URT-DONE-DATE
           WRITE UTMA-RETITLE-RECORD
               INVALID KEY
                   REWRITE UTMA-RETITLE-RECORD
                       INVALID KEY
                           DISPLAY "UTMAMAT: QUEUE WRITE FAILED FOR "
                                   ACCT-NUMBER
                   END-REWRITE
           END-WRITE

           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "UT" TO WS-NQ-EVENT-TYPE
           PERFORM SEND-CUSTODIAL-NOTICES
           MOVE "Q" TO ACCT-UTMA-STATUS
           PERFORM REWRITE-CUSTODIAL-ACCOUNT
           ADD 1 TO WS-RETITLES-QUEUED

           MOVE SPACES TO UTMA-RPT-LINE
           STRING "RETITLE  ACCT " ACCT-NUMBER
                  " MINOR " ACCT-OWNER-ID
                  " " WS-MINOR-NAME(1:30)
                  " CUSTODIAN " WS-CUSTODIAN-ID
                  " TERMINATED " WS-TERM-DATE
               DELIMITED BY SIZE INTO UTMA-RPT-LINE
           WRITE UTMA-RPT-LINE.

      * the minor and every authorized signer on the account, with
      * the balance that passes to the minor
       SEND-CUSTODIAL-NOTICES.
           MOVE ACCT-NUMBER TO WS-NQ-ACCT-NUMBER
           MOVE ACCT-CURRENT-BAL TO WS-NQ-AMOUNT
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NOTIFY-ONE-CUSTOMER
           END-READ
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
                   UNTIL WS-SGN-IDX > ACCT-NUM-SIGNERS
                       OR WS-SGN-IDX > 5
               IF SIGNER-AUTHORIZED(WS-SGN-IDX)
                       AND SIGNER-ID(WS-SGN-IDX) NOT = 0
                   MOVE SIGNER-ID(WS-SGN-IDX) TO CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM NOTIFY-ONE-CUSTOMER
                   END-READ
               END-IF
           END-PERFORM.

       NOTIFY-ONE-CUSTOMER.
           MOVE SPACES TO WS-NQ-DELIVER-TO
           STRING CUST-STREET DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-ZIP DELIMITED BY "  "
               INTO WS-NQ-DELIVER-TO
           CALL "NOTIFYCU" USING CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE
           ADD 1 TO WS-NOTICES-SENT.

       REWRITE-CUSTODIAL-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "UTMAMAT: REWRITE FAILED FOR " ACCT-NUMBER
           END-REWRITE
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                               ACCT-NUMBER
                               WS-BEFORE-IMAGE
                               WS-AFTER-IMAGE
                               WS-JRNL-RETURN-CODE.

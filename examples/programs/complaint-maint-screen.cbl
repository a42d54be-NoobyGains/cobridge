       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLMNT.

      ****************************************************************
      * CUSTOMER COMPLAINT CASE MAINTENANCE SCREEN. Every complaint -
      * taken at a branch, by the call center, in writing or online,
      * or forwarded by a regulator - is logged here against the
      * customer and the account it concerns. The operator must
      * clear OPAUTH's CUST function. Actions:
      *   N - new case: channel, product and issue category, the
      *       UDAAP and fair-lending flags (a discrimination issue is
      *       always fair lending) and a summary. The case number is
      *       the received date and time (YYMMDDHHMMSS). The
      *       acknowledgment falls due CMP-ACK-DAYS business days
      *       after receipt (BANKCAL), the resolution CMP-RESOLVE-
      *       DAYS calendar days after - CMP-REG-RES-DAYS for a
      *       regulator's complaint - all system parameters in force
      *       that day (PARMLKUP) with defaults of 5, 30 and 15. A
      *       card or ACH complaint of an unauthorized, wrong-amount,
      *       duplicate or not-received transaction opens a Reg E
      *       dispute through DSPMAINT under the same case number.
      *   A - acknowledge the complaint to the customer
      *   R - resolve: root cause, outcome and a note (resolving an
      *       unacknowledged case acknowledges it the same day)
      *   U - reclassify product, issue and flags, or add the
      *       transaction complained of; a case that becomes a card
      *       or ACH error with no dispute yet opens one
      * The account's own branch is the case's branch; with no
      * account the receiving branch is keyed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CMP-CASE-NUMBER
               ALTERNATE RECORD KEY IS CMP-CUST-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CMP-ACCT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CMP-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY "complaint-case.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CMP-STATUS         PIC X(2).
           88  WS-CMP-OK             VALUE "00".
           88  WS-CMP-NOT-FOUND      VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-OPERATOR-ID         PIC 9(8).
       01  WS-ACTION              PIC X(1).
           88  WS-ACTION-NEW          VALUE "N", "n".
           88  WS-ACTION-ACK          VALUE "A", "a".
           88  WS-ACTION-RESOLVE      VALUE "R", "r".
           88  WS-ACTION-UPDATE       VALUE "U", "u".
       01  WS-CASE-NUMBER         PIC X(12).
       01  WS-SIGNER-IDX          PIC 9(1).
       01  WS-CUSTOMER-MATCH      PIC X(1).
           88  WS-CUSTOMER-ON-ACCOUNT VALUE "Y".
       01  WS-ENTRY-OK            PIC X(1).
           88  WS-ENTRY-VALID         VALUE "Y".

      * what the operator keys, edited before it touches the case
       01  WS-IN-CUST-ID          PIC 9(10).
       01  WS-IN-ACCOUNT          PIC X(12).
       01  WS-IN-BRANCH           PIC X(4).
       01  WS-IN-CHANNEL          PIC X(1).
       01  WS-IN-PRODUCT          PIC X(2).
       01  WS-IN-ISSUE            PIC X(2).
       01  WS-IN-UDAAP            PIC X(1).
       01  WS-IN-FAIR-LENDING     PIC X(1).
       01  WS-IN-TXN-ID           PIC X(20).
       01  WS-IN-AMOUNT           PIC 9(9)V99.
       01  WS-IN-SUMMARY          PIC X(60).
       01  WS-IN-ROOT-CAUSE       PIC X(2).
       01  WS-IN-OUTCOME          PIC X(1).
       01  WS-IN-NOTE             PIC X(60).

      * deadlines: business days through BANKCAL, calendar days by
      * date arithmetic
       01  WS-ACK-DAYS            PIC 9(3) VALUE 5.
       01  WS-RESOLVE-DAYS        PIC 9(3) VALUE 30.
       01  WS-REG-RESOLVE-DAYS    PIC 9(3) VALUE 15.
       01  WS-DAY-COUNT           PIC 9(3).
       01  WS-CAL-FUNCTION        PIC X(1) VALUE "N".
       01  WS-CAL-DATE-1          PIC 9(8).
       01  WS-CAL-DATE-2          PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE     PIC 9(8).
       01  WS-CAL-RESULT-DAYS     PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE     PIC 9(2).

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

      * the Reg E dispute case (DSPMAINT)
       01  WS-DSP-ACTION          PIC X(1) VALUE "O".
       01  WS-DSP-CASE-ID         PIC X(12).
       01  WS-DSP-TXN-ID          PIC X(20).
       01  WS-DSP-ACCOUNT         PIC X(12).
       01  WS-DSP-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-DSP-REASON          PIC X(2).
       01  WS-DSP-RETURN-CODE     PIC 9(2).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "CUST".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CUSTOMER COMPLAINT CASES".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID:".
           05  LINE 3  COLUMN 14 PIC 9(8) TO WS-OPERATOR-ID.
           05  LINE 4  COLUMN 1  VALUE "ACTION:".
           05  LINE 4  COLUMN 14 PIC X(1) TO WS-ACTION.
           05  LINE 4  COLUMN 17
               VALUE "N=NEW A=ACKNOWLEDGE R=RESOLVE U=UPDATE".
           05  LINE 5  COLUMN 1  VALUE "CASE NUMBER:".
           05  LINE 5  COLUMN 14 PIC X(12) TO WS-CASE-NUMBER.
       01  NEW-CASE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "NEW COMPLAINT".
           05  LINE 3  COLUMN 1  VALUE "CUSTOMER ID:".
           05  LINE 3  COLUMN 16 PIC 9(10) TO WS-IN-CUST-ID.
           05  LINE 4  COLUMN 1  VALUE "ACCOUNT:".
           05  LINE 4  COLUMN 16 PIC X(12) TO WS-IN-ACCOUNT.
           05  LINE 5  COLUMN 1  VALUE "BRANCH:".
           05  LINE 5  COLUMN 16 PIC X(4) TO WS-IN-BRANCH.
           05  LINE 6  COLUMN 1  VALUE "CHANNEL:".
           05  LINE 6  COLUMN 16 PIC X(1) TO WS-IN-CHANNEL.
           05  LINE 6  COLUMN 20
               VALUE "B=BRANCH C=CALL R=REGULATOR W=WRITTEN O=ONLINE".
           05  LINE 7  COLUMN 1  VALUE "PRODUCT:".
           05  LINE 7  COLUMN 16 PIC X(2) TO WS-IN-PRODUCT.
           05  LINE 8  COLUMN 1  VALUE "ISSUE:".
           05  LINE 8  COLUMN 16 PIC X(2) TO WS-IN-ISSUE.
           05  LINE 9  COLUMN 1  VALUE "UDAAP Y/N:".
           05  LINE 9  COLUMN 16 PIC X(1) TO WS-IN-UDAAP.
           05  LINE 10 COLUMN 1  VALUE "FAIR LEND Y/N:".
           05  LINE 10 COLUMN 16 PIC X(1) TO WS-IN-FAIR-LENDING.
           05  LINE 11 COLUMN 1  VALUE "TXN ID:".
           05  LINE 11 COLUMN 16 PIC X(20) TO WS-IN-TXN-ID.
           05  LINE 12 COLUMN 1  VALUE "AMOUNT:".
           05  LINE 12 COLUMN 16 PIC 9(9).99 TO WS-IN-AMOUNT.
           05  LINE 13 COLUMN 1  VALUE "SUMMARY:".
           05  LINE 13 COLUMN 16 PIC X(60) TO WS-IN-SUMMARY.
       01  RESOLVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "RESOLVE COMPLAINT".
           05  LINE 3  COLUMN 1  VALUE "ROOT CAUSE:".
           05  LINE 3  COLUMN 16 PIC X(2) TO WS-IN-ROOT-CAUSE.
           05  LINE 3  COLUMN 20
               VALUE "PE ST SY PO TP CU NF".
           05  LINE 4  COLUMN 1  VALUE "OUTCOME:".
           05  LINE 4  COLUMN 16 PIC X(1) TO WS-IN-OUTCOME.
           05  LINE 4  COLUMN 20
               VALUE "F=FOR CUSTOMER P=PARTLY B=FOR BANK".
           05  LINE 5  COLUMN 1  VALUE "NOTE:".
           05  LINE 5  COLUMN 16 PIC X(60) TO WS-IN-NOTE.
       01  UPDATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "RECLASSIFY COMPLAINT - BLANK KEEPS".
           05  LINE 3  COLUMN 1  VALUE "PRODUCT:".
           05  LINE 3  COLUMN 16 PIC X(2) TO WS-IN-PRODUCT.
           05  LINE 4  COLUMN 1  VALUE "ISSUE:".
           05  LINE 4  COLUMN 16 PIC X(2) TO WS-IN-ISSUE.
           05  LINE 5  COLUMN 1  VALUE "UDAAP Y/N:".
           05  LINE 5  COLUMN 16 PIC X(1) TO WS-IN-UDAAP.
           05  LINE 6  COLUMN 1  VALUE "FAIR LEND Y/N:".
           05  LINE 6  COLUMN 16 PIC X(1) TO WS-IN-FAIR-LENDING.
           05  LINE 7  COLUMN 1  VALUE "TXN ID:".
           05  LINE 7  COLUMN 16 PIC X(20) TO WS-IN-TXN-ID.
           05  LINE 8  COLUMN 1  VALUE "AMOUNT:".
           05  LINE 8  COLUMN 16 PIC 9(9).99 TO WS-IN-AMOUNT.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY OPERATOR-SCREEN
           ACCEPT OPERATOR-SCREEN

           CALL "OPAUTH" USING WS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               DISPLAY "CMPLMNT: OPERATOR NOT AUTHORIZED"
               GOBACK
           END-IF

           OPEN I-O COMPLAINT-FILE
           IF WS-CMP-NOT-FOUND
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-ACTION-NEW
                   PERFORM OPEN-NEW-CASE
               WHEN WS-ACTION-ACK
                   PERFORM ACKNOWLEDGE-CASE
               WHEN WS-ACTION-RESOLVE
                   PERFORM RESOLVE-CASE
               WHEN WS-ACTION-UPDATE
                   PERFORM RECLASSIFY-CASE
               WHEN OTHER
                   DISPLAY "CMPLMNT: ACTION MUST BE N, A, R OR U"
           END-EVALUATE

           CLOSE COMPLAINT-FILE

           GOBACK.

       OPEN-NEW-CASE.
           INITIALIZE WS-IN-AMOUNT
           DISPLAY NEW-CASE-SCREEN
           ACCEPT NEW-CASE-SCREEN

           PERFORM EDIT-NEW-CASE
           IF NOT WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF

           STRING WS-RUN-DATE(3:6) WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO CMP-CASE-NUMBER
           READ COMPLAINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CASE NUMBER IN USE - KEY IT AGAIN"
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE COMPLAINT-CASE-RECORD
           MOVE WS-CASE-NUMBER TO CMP-CASE-NUMBER
           MOVE WS-IN-CUST-ID TO CMP-CUST-ID
           MOVE WS-IN-ACCOUNT TO CMP-ACCT-NUMBER
           MOVE WS-IN-BRANCH TO CMP-BRANCH-ID
           MOVE WS-RUN-DATE TO CMP-RECEIVED-DATE
           MOVE WS-IN-CHANNEL TO CMP-CHANNEL
           MOVE WS-IN-PRODUCT TO CMP-PRODUCT
           MOVE WS-IN-ISSUE TO CMP-ISSUE
           MOVE WS-IN-UDAAP TO CMP-UDAAP-FLAG
           MOVE WS-IN-FAIR-LENDING TO CMP-FAIR-LENDING-FLAG
           MOVE WS-IN-SUMMARY TO CMP-SUMMARY
           MOVE WS-IN-TXN-ID TO CMP-TXN-ID
           MOVE WS-IN-AMOUNT TO CMP-AMOUNT
           MOVE SPACES TO CMP-DISPUTE-CASE-ID
           SET CMP-OPEN TO TRUE
           MOVE WS-OPERATOR-ID TO CMP-OPENED-BY
           PERFORM SET-CASE-DEADLINES
           PERFORM OPEN-DISPUTE-IF-DUE

           WRITE COMPLAINT-CASE-RECORD
               INVALID KEY
                   DISPLAY "CMPLMNT: WRITE FAILED"
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "CASE " CMP-CASE-NUMBER " OPENED - ACK DUE "
                   CMP-ACK-DUE-DATE " RESOLVE DUE "
                   CMP-RESOLVE-DUE-DATE.

       EDIT-NEW-CASE.
           MOVE "N" TO WS-ENTRY-OK
           OPEN INPUT CUSTOMER-MASTER
           MOVE WS-IN-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CLOSE CUSTOMER-MASTER
                   DISPLAY "CUSTOMER NOT FOUND"
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-MASTER

           IF WS-IN-ACCOUNT NOT = SPACES
               PERFORM VERIFY-CUSTOMER
               IF NOT WS-CUSTOMER-ON-ACCOUNT
                   DISPLAY "ACCOUNT NOT FOUND OR NOT THE CUSTOMER'S"
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCT-BRANCH-ID TO WS-IN-BRANCH
           END-IF
           IF WS-IN-BRANCH = SPACES
               DISPLAY "BRANCH REQUIRED WHEN NO ACCOUNT IS GIVEN"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-CHANNEL TO CMP-CHANNEL
           MOVE WS-IN-PRODUCT TO CMP-PRODUCT
           MOVE WS-IN-ISSUE TO CMP-ISSUE
           IF NOT CMP-VALID-CHANNEL OR NOT CMP-VALID-PRODUCT
                   OR NOT CMP-VALID-ISSUE
               DISPLAY "CHANNEL, PRODUCT OR ISSUE NOT RECOGNIZED"
               EXIT PARAGRAPH
           END-IF
           PERFORM EDIT-FLAGS
           IF WS-IN-SUMMARY = SPACES
               DISPLAY "SUMMARY REQUIRED"
               EXIT PARAGRAPH
           END-IF

           IF (CMP-PROD-CARD OR CMP-PROD-ACH) AND CMP-TXN-ERROR
               IF WS-IN-ACCOUNT = SPACES OR WS-IN-TXN-ID = SPACES
                       OR WS-IN-AMOUNT = 0
                   DISPLAY "CARD/ACH ERROR NEEDS ACCOUNT, TXN ID AND"
                           " AMOUNT FOR THE DISPUTE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-ENTRY-OK.

      * a discrimination complaint is a fair-lending matter whatever
      * was keyed; anything but Y is N
       EDIT-FLAGS.
           IF WS-IN-UDAAP = "y"
               MOVE "Y" TO WS-IN-UDAAP
           END-IF
           IF WS-IN-UDAAP NOT = "Y"
               MOVE "N" TO WS-IN-UDAAP
           END-IF
           IF WS-IN-FAIR-LENDING = "y"
               MOVE "Y" TO WS-IN-FAIR-LENDING
           END-IF
           IF WS-IN-FAIR-LENDING NOT = "Y"
               MOVE "N" TO WS-IN-FAIR-LENDING
           END-IF
           IF CMP-ISSUE-DISCRIMINATION
               MOVE "Y" TO WS-IN-FAIR-LENDING
           END-IF.

      * the complainant must own the account or sign on it
       VERIFY-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-MATCH
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF ACCT-OWNER-ID = WS-IN-CUST-ID
               MOVE "Y" TO WS-CUSTOMER-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > ACCT-NUM-SIGNERS
               IF SIGNER-ID(WS-SIGNER-IDX) = WS-IN-CUST-ID
                   MOVE "Y" TO WS-CUSTOMER-MATCH
               END-IF
           END-PERFORM.

       SET-CASE-DEADLINES.
           PERFORM LOAD-SYSTEM-PARAMETERS

           MOVE CMP-RECEIVED-DATE TO WS-CAL-DATE-1
           MOVE 0 TO WS-DAY-COUNT
           PERFORM UNTIL WS-DAY-COUNT >= WS-ACK-DAYS
               CALL "BANKCAL" USING WS-CAL-FUNCTION
                                    WS-CAL-DATE-1
                                    WS-CAL-DATE-2
                                    WS-CAL-RESULT-DATE
                                    WS-CAL-RESULT-DAYS
                                    WS-CAL-RETURN-CODE
      * a date off the calendar file counts as a plain day
               IF WS-CAL-RETURN-CODE NOT = 0
                   COMPUTE WS-CAL-RESULT-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-1) + 1)
               END-IF
               MOVE WS-CAL-RESULT-DATE TO WS-CAL-DATE-1
               ADD 1 TO WS-DAY-COUNT
           END-PERFORM
           MOVE WS-CAL-DATE-1 TO CMP-ACK-DUE-DATE

           IF CMP-VIA-REGULATOR
               MOVE WS-REG-RESOLVE-DAYS TO WS-DAY-COUNT
           ELSE
               MOVE WS-RESOLVE-DAYS TO WS-DAY-COUNT
           END-IF
           COMPUTE CMP-RESOLVE-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
                    + WS-DAY-COUNT)
           IF CMP-ACK-DUE-DATE > CMP-RESOLVE-DUE-DATE
               MOVE CMP-RESOLVE-DUE-DATE TO CMP-ACK-DUE-DATE
           END-IF.

       LOAD-SYSTEM-PARAMETERS.
           MOVE "CMP-ACK-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-ACK-DAYS
           END-IF
           MOVE "CMP-RESOLVE-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-RESOLVE-DAYS
           END-IF
           MOVE "CMP-REG-RES-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-REG-RESOLVE-DAYS
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

      * a card or ACH transaction error is a Reg E claim as well as
      * a complaint; the dispute runs its own clock under DSPMAINT
       OPEN-DISPUTE-IF-DUE.
           IF NOT (CMP-PROD-CARD OR CMP-PROD-ACH)
                   OR NOT CMP-TXN-ERROR
                   OR CMP-DISPUTE-CASE-ID NOT = SPACES
                   OR CMP-ACCT-NUMBER = SPACES
                   OR CMP-TXN-ID = SPACES
                   OR CMP-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE CMP-CASE-NUMBER TO WS-DSP-CASE-ID
           MOVE CMP-TXN-ID TO WS-DSP-TXN-ID
           MOVE CMP-ACCT-NUMBER TO WS-DSP-ACCOUNT
           MOVE CMP-AMOUNT TO WS-DSP-AMOUNT
           MOVE CMP-ISSUE TO WS-DSP-REASON
           CALL "DSPMAINT" USING WS-DSP-ACTION
                                 WS-DSP-CASE-ID
                                 WS-DSP-TXN-ID
                                 WS-DSP-ACCOUNT
                                 WS-DSP-AMOUNT
                                 WS-DSP-REASON
                                 WS-OPERATOR-ID
                                 WS-DSP-RETURN-CODE
           IF WS-DSP-RETURN-CODE = 0
               MOVE WS-DSP-CASE-ID TO CMP-DISPUTE-CASE-ID
               DISPLAY "REG E DISPUTE CASE " WS-DSP-CASE-ID " OPENED"
           ELSE
               DISPLAY "DISPUTE NOT OPENED - RC=" WS-DSP-RETURN-CODE
                       " - OPEN IT THROUGH DISPUTE MAINTENANCE"
           END-IF.

       READ-THE-CASE.
           MOVE WS-CASE-NUMBER TO CMP-CASE-NUMBER
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY "CASE " WS-CASE-NUMBER " NOT FOUND"
           END-READ.

       ACKNOWLEDGE-CASE.
           PERFORM READ-THE-CASE
           IF NOT WS-CMP-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT CMP-OPEN
               DISPLAY "CASE ALREADY ACKNOWLEDGED OR RESOLVED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO CMP-ACK-DATE
           MOVE WS-OPERATOR-ID TO CMP-ACK-BY
           SET CMP-ACKNOWLEDGED TO TRUE
           PERFORM REWRITE-THE-CASE
           IF CMP-ACK-DATE > CMP-ACK-DUE-DATE
               DISPLAY "ACKNOWLEDGED LATE - DUE " CMP-ACK-DUE-DATE
           END-IF.

       RESOLVE-CASE.
           PERFORM READ-THE-CASE
           IF NOT WS-CMP-OK
               EXIT PARAGRAPH
           END-IF
           IF CMP-RESOLVED
               DISPLAY "CASE ALREADY RESOLVED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY RESOLVE-SCREEN
           ACCEPT RESOLVE-SCREEN
           MOVE WS-IN-ROOT-CAUSE TO CMP-ROOT-CAUSE
           MOVE WS-IN-OUTCOME TO CMP-OUTCOME
           IF NOT CMP-VALID-CAUSE OR NOT CMP-VALID-OUTCOME
               DISPLAY "ROOT CAUSE OR OUTCOME NOT RECOGNIZED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NOTE TO CMP-RESOLUTION-NOTE
           IF CMP-OPEN
               MOVE WS-RUN-DATE TO CMP-ACK-DATE
               MOVE WS-OPERATOR-ID TO CMP-ACK-BY
           END-IF
           MOVE WS-RUN-DATE TO CMP-RESOLVED-DATE
           MOVE WS-OPERATOR-ID TO CMP-RESOLVED-BY
           SET CMP-RESOLVED TO TRUE
           PERFORM REWRITE-THE-CASE
           IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE-DATE
               DISPLAY "RESOLVED LATE - DUE " CMP-RESOLVE-DUE-DATE
           END-IF
           IF CMP-DISPUTE-CASE-ID NOT = SPACES
               DISPLAY "REG E DISPUTE " CMP-DISPUTE-CASE-ID
                       " IS RESOLVED SEPARATELY"
           END-IF.

       RECLASSIFY-CASE.
           PERFORM READ-THE-CASE
           IF NOT WS-CMP-OK
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-IN-AMOUNT
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN

           IF WS-IN-PRODUCT NOT = SPACES
               MOVE WS-IN-PRODUCT TO CMP-PRODUCT
           END-IF
           IF WS-IN-ISSUE NOT = SPACES
               MOVE WS-IN-ISSUE TO CMP-ISSUE
           END-IF
           IF NOT CMP-VALID-PRODUCT OR NOT CMP-VALID-ISSUE
               DISPLAY "PRODUCT OR ISSUE NOT RECOGNIZED"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-UDAAP = SPACES
               MOVE CMP-UDAAP-FLAG TO WS-IN-UDAAP
           END-IF
           IF WS-IN-FAIR-LENDING = SPACES
               MOVE CMP-FAIR-LENDING-FLAG TO WS-IN-FAIR-LENDING
           END-IF
           PERFORM EDIT-FLAGS
           MOVE WS-IN-UDAAP TO CMP-UDAAP-FLAG
           MOVE WS-IN-FAIR-LENDING TO CMP-FAIR-LENDING-FLAG
           IF WS-IN-TXN-ID NOT = SPACES
               MOVE WS-IN-TXN-ID TO CMP-TXN-ID
           END-IF
           IF WS-IN-AMOUNT > 0
               MOVE WS-IN-AMOUNT TO CMP-AMOUNT
           END-IF
           IF NOT CMP-RESOLVED
               PERFORM OPEN-DISPUTE-IF-DUE
           END-IF
           PERFORM REWRITE-THE-CASE.

       REWRITE-THE-CASE.
           REWRITE COMPLAINT-CASE-RECORD
               INVALID KEY
                   DISPLAY "CMPLMNT: REWRITE FAILED"
               NOT INVALID KEY
                   DISPLAY "CASE " CMP-CASE-NUMBER " UPDATED"
           END-REWRITE.

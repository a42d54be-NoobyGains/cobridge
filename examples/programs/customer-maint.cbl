       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

      ****************************************************************
      * CUSTOMER DEMOGRAPHIC MAINTENANCE: the sanctioned way to change
      * CUST-PERSONAL-INFO and CUST-CONTACT-INFO after CUSTONBD has
      * created the record. Any field passed non-blank replaces the
      * one on file, under the same edits onboarding applies (SSN
      * format, state code). The operator must clear OPAUTH's CUST
      * function. A name or SSN change is identity, not contact, and
      * is refused unless a second operator - not the one keying it
      * - approves it and clears OPAUTH's checker function (ADJC),
      * the maker/checker rule wire templates follow; a new name is
      * screened against the watch list the way onboarding screens
      * one, and a hit suspends the customer for BSA review.
      * Every change journals the before and after images through
      * CUSTJRNL, and a confirmation goes through NOTIFYCU to where
      * the customer was before the change - the old email and/or
      * the old postal address - so a takeover cannot redirect the
      * notice along with the contact details. A new postal
      * address clears the returned-mail flag on the old one.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT WATCH-LIST ASSIGN TO "OFACLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO "KYCREVQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  WATCH-LIST.
       COPY "watchlist.cpy".

       FD  REVIEW-QUEUE.
       01  REVIEW-QUEUE-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-WL-STATUS          PIC X(2).
           88  WS-WL-EOF             VALUE "10".
       01  WS-REVQ-STATUS        PIC X(2).
           88  WS-REVQ-MISSING       VALUE "35".

       01  WS-NAME-MATCHED        PIC X(1).
           88  WS-MATCH-FOUND         VALUE "Y".
       01  WS-SCREEN-NAME         PIC X(35).

       01  WS-IDENTITY-CHANGE     PIC X(1).
           88  WS-CHANGES-IDENTITY    VALUE "Y".
       01  WS-NAME-CHANGE         PIC X(1).
           88  WS-CHANGES-NAME        VALUE "Y".
       01  WS-EMAIL-CHANGE        PIC X(1).
           88  WS-CHANGES-EMAIL       VALUE "Y".
       01  WS-ADDRESS-CHANGE      PIC X(1).
           88  WS-CHANGES-ADDRESS     VALUE "Y".

       01  WS-STATE-TABLE.
           05  FILLER PIC X(50) VALUE
               "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMO".
           05  FILLER PIC X(52) VALUE
               "MTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC".
       01  WS-STATE-LIST REDEFINES WS-STATE-TABLE.
           05  WS-STATE-CODE OCCURS 51 TIMES PIC X(2).
       01  WS-STATE-IDX           PIC 9(2) COMP.
       01  WS-STATE-VALID         PIC X(1).
           88  WS-GOOD-STATE          VALUE "Y".

       01  WS-AUTH-FUNCTION       PIC X(4).
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the customer journal (CUSTJRNL)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "CUSTMNT".
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * the contact on file before the change, where the
      * confirmation goes (NOTIFYCU)
       01  WS-OLD-EMAIL           PIC X(50).
       01  WS-OLD-ADDRESS.
           05  WS-OLD-STREET      PIC X(40).
           05  WS-OLD-CITY        PIC X(25).
           05  WS-OLD-STATE       PIC X(2).
           05  WS-OLD-ZIP         PIC X(10).
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "CC".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1).
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-APPROVER-ID         PIC 9(8).
       01  LS-CUST-ID             PIC 9(10).
       01  LS-FIRST-NAME          PIC X(30).
       01  LS-LAST-NAME           PIC X(30).
       01  LS-SSN                 PIC X(11).
       01  LS-CONTACT.
           05  LS-EMAIL           PIC X(50).
           05  LS-PHONE           PIC X(15).
           05  LS-STREET          PIC X(40).
           05  LS-CITY            PIC X(25).
           05  LS-STATE           PIC X(2).
           05  LS-ZIP             PIC X(10).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-APPROVER-ID
                                LS-CUST-ID
                                LS-FIRST-NAME
                                LS-LAST-NAME
                                LS-SSN
                                LS-CONTACT
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE

           MOVE "CUST" TO WS-AUTH-FUNCTION
           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           PERFORM VALIDATE-THE-CHANGE
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           IF WS-CHANGES-IDENTITY
               PERFORM CHECK-SECOND-APPROVAL
               IF NOT RC-SUCCESS
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CUSTOMER-MASTER
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF NOT RC-SUCCESS
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE CUST-EMAIL TO WS-OLD-EMAIL
           MOVE CUST-STREET TO WS-OLD-STREET
           MOVE CUST-CITY TO WS-OLD-CITY
           MOVE CUST-STATE TO WS-OLD-STATE
           MOVE CUST-ZIP TO WS-OLD-ZIP

           PERFORM APPLY-THE-CHANGE
           IF WS-CHANGES-NAME
               PERFORM SCREEN-AGAINST-WATCHLIST
               IF WS-MATCH-FOUND
                   MOVE "H" TO CUST-RISK-RATING
                   SET CUST-SUSPENDED TO TRUE
               END-IF
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           CLOSE CUSTOMER-MASTER
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                 LS-CUST-ID
                                 LS-OPERATOR-ID
                                 LS-APPROVER-ID
                                 WS-BEFORE-IMAGE
                                 WS-AFTER-IMAGE
                                 WS-JRNL-RETURN-CODE

           PERFORM SEND-CONFIRMATION

           IF WS-MATCH-FOUND
               PERFORM QUEUE-FOR-REVIEW
               SET RC-REFER TO TRUE
           END-IF

           GOBACK.

      * blank means leave it; whatever is supplied must pass the
      * onboarding edits, and at least one field must be supplied
       VALIDATE-THE-CHANGE.
           MOVE "N" TO WS-IDENTITY-CHANGE
           MOVE "N" TO WS-NAME-CHANGE
           MOVE "N" TO WS-EMAIL-CHANGE
           MOVE "N" TO WS-ADDRESS-CHANGE
           MOVE "N" TO WS-NAME-MATCHED

           IF LS-CUST-ID = 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-FIRST-NAME = SPACES AND LS-LAST-NAME = SPACES
                   AND LS-SSN = SPACES AND LS-CONTACT = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF LS-FIRST-NAME NOT = SPACES OR LS-LAST-NAME NOT = SPACES
               SET WS-CHANGES-NAME TO TRUE
               SET WS-CHANGES-IDENTITY TO TRUE
           END-IF

      * SSN must look like 999-99-9999
           IF LS-SSN NOT = SPACES
               SET WS-CHANGES-IDENTITY TO TRUE
               IF LS-SSN(1:3) NOT NUMERIC
                       OR LS-SSN(4:1) NOT = "-"
                       OR LS-SSN(5:2) NOT NUMERIC
                       OR LS-SSN(7:1) NOT = "-"
                       OR LS-SSN(8:4) NOT NUMERIC
                   SET RC-INVALID-INPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF LS-EMAIL NOT = SPACES
               SET WS-CHANGES-EMAIL TO TRUE
           END-IF

      * an address moves as a whole - street, city, state and zip
           IF LS-STREET NOT = SPACES OR LS-CITY NOT = SPACES
                   OR LS-STATE NOT = SPACES OR LS-ZIP NOT = SPACES
               SET WS-CHANGES-ADDRESS TO TRUE
               IF LS-STREET = SPACES OR LS-CITY = SPACES
                       OR LS-ZIP = SPACES
                   SET RC-INVALID-INPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-STATE-VALID
               PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > 51
                   IF WS-STATE-CODE(WS-STATE-IDX) = LS-STATE
                       SET WS-GOOD-STATE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-GOOD-STATE
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF.

      * the approver is a different, entitled operator
       CHECK-SECOND-APPROVAL.
           IF LS-APPROVER-ID = 0
                   OR LS-APPROVER-ID = LS-OPERATOR-ID
               SET RC-DECLINED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "ADJC" TO WS-AUTH-FUNCTION
           CALL "OPAUTH" USING LS-APPROVER-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
           END-IF.

       APPLY-THE-CHANGE.
           IF LS-FIRST-NAME NOT = SPACES
               MOVE LS-FIRST-NAME TO CUST-FIRST-NAME
           END-IF
           IF LS-LAST-NAME NOT = SPACES
               MOVE LS-LAST-NAME TO CUST-LAST-NAME
           END-IF
           IF LS-SSN NOT = SPACES
               MOVE LS-SSN TO CUST-SSN
           END-IF
           IF LS-EMAIL NOT = SPACES
               MOVE LS-EMAIL TO CUST-EMAIL
           END-IF
           IF LS-PHONE NOT = SPACES
               MOVE LS-PHONE TO CUST-PHONE
           END-IF
           IF WS-CHANGES-ADDRESS
               MOVE LS-STREET TO CUST-STREET
               MOVE LS-CITY TO CUST-CITY
               MOVE LS-STATE TO CUST-STATE
               MOVE LS-ZIP TO CUST-ZIP
               MOVE "N" TO CUST-BAD-ADDRESS-FLAG
           END-IF.

      * same list, same matching rule, as onboarding
       SCREEN-AGAINST-WATCHLIST.
           MOVE "N" TO WS-NAME-MATCHED
           MOVE SPACES TO WS-SCREEN-NAME
           STRING CUST-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-LAST-NAME DELIMITED BY "  "
               INTO WS-SCREEN-NAME
           MOVE "00" TO WS-WL-STATUS
           OPEN INPUT WATCH-LIST
           PERFORM UNTIL WS-WL-EOF
               READ WATCH-LIST
                   AT END
                       SET WS-WL-EOF TO TRUE
                   NOT AT END
                       IF WL-NAME = WS-SCREEN-NAME
                           OR WL-NAME(1:30) = CUST-LAST-NAME
                           SET WS-MATCH-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST.

      * a changed email is confirmed to the old email and a changed
      * address to the old address; any other change goes to the
      * email on file, or the mailing address when there is none
       SEND-CONFIRMATION.
           IF WS-CHANGES-EMAIL AND WS-OLD-EMAIL NOT = SPACES
               PERFORM CONFIRM-TO-OLD-EMAIL
           END-IF
           IF WS-CHANGES-ADDRESS
               PERFORM CONFIRM-TO-OLD-ADDRESS
           END-IF
           IF NOT WS-CHANGES-EMAIL AND NOT WS-CHANGES-ADDRESS
               IF WS-OLD-EMAIL NOT = SPACES
                   PERFORM CONFIRM-TO-OLD-EMAIL
               ELSE
                   PERFORM CONFIRM-TO-OLD-ADDRESS
               END-IF
           END-IF.

       CONFIRM-TO-OLD-EMAIL.
           MOVE "E" TO WS-NQ-CHANNEL
           MOVE WS-OLD-EMAIL TO WS-NQ-DELIVER-TO
           CALL "NOTIFYCU" USING LS-CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE.

       CONFIRM-TO-OLD-ADDRESS.
           MOVE "M" TO WS-NQ-CHANNEL
           MOVE SPACES TO WS-NQ-DELIVER-TO
           STRING WS-OLD-STREET DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-OLD-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-OLD-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLD-ZIP DELIMITED BY "  "
               INTO WS-NQ-DELIVER-TO
           CALL "NOTIFYCU" USING LS-CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE.

       QUEUE-FOR-REVIEW.
           OPEN EXTEND REVIEW-QUEUE
           IF WS-REVQ-MISSING
               OPEN OUTPUT REVIEW-QUEUE
           END-IF
           MOVE SPACES TO REVIEW-QUEUE-LINE
           STRING "WATCHLIST HIT CUST=" LS-CUST-ID
                  " NAME=" WS-SCREEN-NAME
                  " NAME CHANGE - SUSPENDED PENDING BSA REVIEW"
               DELIMITED BY SIZE INTO REVIEW-QUEUE-LINE
           WRITE REVIEW-QUEUE-LINE
           CLOSE REVIEW-QUEUE.

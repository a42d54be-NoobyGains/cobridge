       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAMNT.

      ****************************************************************
      * SCRA ORDERS MAINTENANCE: the branch keys the military orders
      * a customer hands in here. The operator must clear OPAUTH's
      * SCRA function. Actions:
      *   O - orders received: the service start date and, where
      *       the orders give one, the release date (zero leaves
      *       the service open-ended), with the orders number. A
      *       customer already on file as active keeps the earlier
      *       of the two start dates; one whose earlier service
      *       ended starts a new period.
      *   E - service ended: the release date from the discharge
      *       or release papers (today when the caller passes no
      *       date).
      * The SSN, name and date of birth come from the customer
      * master - the SSN is the file's key and the three together
      * are what SCRAVRFY sends the DMDC to re-verify the row each
      * month. Every change journals the before and after images
      * through CUSTJRNL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE ASSIGN TO "SCRASTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SCR-SSN
               ALTERNATE RECORD KEY IS SCR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SCR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-FILE.
       COPY "scra-status.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCR-STATUS         PIC X(2).
           88  WS-SCR-OK             VALUE "00".
           88  WS-SCR-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".
       01  WS-SSN-DIGITS          PIC X(9).
       01  WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                  PIC 9(9).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "SCRA".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the customer journal (CUSTJRNL)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "SCRAMNT".
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-ORDERS-RECEIVED     VALUE "O".
           88  LS-SERVICE-ENDED       VALUE "E".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-START-DATE          PIC 9(8).
       01  LS-END-DATE            PIC 9(8).
       01  LS-ORDERS-NUMBER       PIC X(20).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-START-DATE
                                LS-END-DATE
                                LS-ORDERS-NUMBER
                                LS-NOTE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           IF NOT LS-ORDERS-RECEIVED AND NOT LS-SERVICE-ENDED
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           PERFORM FETCH-THE-CUSTOMER
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           OPEN I-O SCRA-FILE
           IF WS-SCR-NOT-FOUND
               OPEN OUTPUT SCRA-FILE
               CLOSE SCRA-FILE
               OPEN I-O SCRA-FILE
           END-IF
           IF NOT WS-SCR-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE "N" TO WS-ROW-EXISTS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-SSN-NUMBER TO SCR-SSN
           READ SCRA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAVE-ROW TO TRUE
                   MOVE SCRA-STATUS-RECORD TO WS-BEFORE-IMAGE
           END-READ

           IF LS-ORDERS-RECEIVED
               PERFORM TAKE-THE-ORDERS
           ELSE
               PERFORM END-THE-SERVICE
           END-IF

           IF RC-SUCCESS
               MOVE LS-CUST-ID TO SCR-CUST-ID
               MOVE CUST-LAST-NAME TO SCR-LAST-NAME
               MOVE CUST-FIRST-NAME TO SCR-FIRST-NAME
               MOVE CUST-DATE-OF-BIRTH TO SCR-DATE-OF-BIRTH
               MOVE LS-OPERATOR-ID TO SCR-CHANGED-BY
               MOVE WS-RUN-DATE TO SCR-CHANGED-DATE
               MOVE LS-NOTE TO SCR-NOTE
               IF WS-HAVE-ROW
                   REWRITE SCRA-STATUS-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               ELSE
                   WRITE SCRA-STATUS-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF RC-SUCCESS
               MOVE SCRA-STATUS-RECORD TO WS-AFTER-IMAGE
           END-IF
           CLOSE SCRA-FILE

           IF RC-SUCCESS
               CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                     LS-CUST-ID
                                     LS-OPERATOR-ID
                                     WS-JRNL-APPROVER
                                     WS-BEFORE-IMAGE
                                     WS-AFTER-IMAGE
                                     WS-JRNL-RETURN-CODE
           END-IF

           GOBACK.

      * the orders must carry a start date, and a release date
      * (when given) cannot come before it
       TAKE-THE-ORDERS.
           IF LS-START-DATE = 0 OR LS-ORDERS-NUMBER = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-END-DATE NOT = 0 AND LS-END-DATE < LS-START-DATE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-ROW AND SCR-ACTIVE-DUTY
               IF LS-START-DATE < SCR-SERVICE-START
                   MOVE LS-START-DATE TO SCR-SERVICE-START
               END-IF
           ELSE
               IF NOT WS-HAVE-ROW
                   INITIALIZE SCRA-STATUS-RECORD
                   MOVE WS-SSN-NUMBER TO SCR-SSN
                   MOVE LS-OPERATOR-ID TO SCR-OPENED-BY
               END-IF
               MOVE LS-START-DATE TO SCR-SERVICE-START
               MOVE 0 TO SCR-LAST-VERIFIED
               MOVE 0 TO SCR-VERIFY-SENT
           END-IF
           SET SCR-ACTIVE-DUTY TO TRUE
           SET SCR-FROM-ORDERS TO TRUE
           MOVE LS-END-DATE TO SCR-SERVICE-END
           MOVE LS-ORDERS-NUMBER TO SCR-REFERENCE.

       END-THE-SERVICE.
           IF NOT WS-HAVE-ROW
               SET RC-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT SCR-ACTIVE-DUTY
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-END-DATE = 0
               MOVE WS-RUN-DATE TO LS-END-DATE
           END-IF
           IF LS-END-DATE < SCR-SERVICE-START
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-END-DATE TO SCR-SERVICE-END
           IF LS-END-DATE < WS-RUN-DATE
               SET SCR-SERVICE-ENDED TO TRUE
           END-IF.

      * CUST-SSN is held dashed (999-99-9999); the SCRA row carries
      * the nine digits the loan records use
       FETCH-THE-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SSN-DIGITS
           STRING CUST-SSN(1:3) CUST-SSN(5:2) CUST-SSN(8:4)
               DELIMITED BY SIZE INTO WS-SSN-DIGITS
           IF WS-SSN-DIGITS NOT NUMERIC OR WS-SSN-NUMBER = 0
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

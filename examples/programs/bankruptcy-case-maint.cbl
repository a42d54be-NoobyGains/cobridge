       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKRMAINT.

      ****************************************************************
      * BANKRUPTCY CASE MAINTENANCE: the bankruptcy desk keys the
      * court's notices against the customer here. The operator
      * must clear OPAUTH's BKRP function. Actions:
      *   O - open: a petition has been filed - chapter, case
      *       number and filing date from the notice; the automatic
      *       stay is in effect from the filing date. A customer
      *       whose earlier case was discharged or dismissed can
      *       file again; the new case replaces the old row.
      *   D - discharge, X - dismissal, R - relief from stay: the
      *       case moves on, dated from the order (today when the
      *       caller passes no date). Relief lifts the stay for the
      *       creditor; discharge and dismissal close the case.
      * The debtor SSN is taken from the customer master so the
      * mortgage book can find the case. Every change journals the
      * before and after case images through CUSTJRNL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO "BKRCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               ALTERNATE RECORD KEY IS BKR-DEBTOR-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-BKR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKRUPTCY-FILE.
       COPY "bankruptcy-case.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BKR-STATUS         PIC X(2).
           88  WS-BKR-OK             VALUE "00".
           88  WS-BKR-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CASE-EXISTS         PIC X(1).
           88  WS-HAVE-CASE           VALUE "Y".
       01  WS-SSN-DIGITS          PIC X(9).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "BKRP".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the customer journal (CUSTJRNL)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "BKRMAINT".
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-OPEN-CASE           VALUE "O".
           88  LS-DISCHARGE           VALUE "D".
           88  LS-DISMISS             VALUE "X".
           88  LS-RELIEF              VALUE "R".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-CHAPTER             PIC X(2).
       01  LS-CASE-NUMBER         PIC X(15).
       01  LS-ORDER-DATE          PIC 9(8).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-CHAPTER
                                LS-CASE-NUMBER
                                LS-ORDER-DATE
                                LS-NOTE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LS-ORDER-DATE = 0
               MOVE WS-RUN-DATE TO LS-ORDER-DATE
           END-IF

           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           OPEN I-O BANKRUPTCY-FILE
           IF WS-BKR-NOT-FOUND
               OPEN OUTPUT BANKRUPTCY-FILE
               CLOSE BANKRUPTCY-FILE
               OPEN I-O BANKRUPTCY-FILE
           END-IF
           IF NOT WS-BKR-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE "N" TO WS-CASE-EXISTS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LS-CUST-ID TO BKR-CUST-ID
           READ BANKRUPTCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAVE-CASE TO TRUE
                   MOVE BANKRUPTCY-CASE-RECORD TO WS-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN LS-OPEN-CASE
                   PERFORM OPEN-THE-CASE
               WHEN LS-DISCHARGE
               WHEN LS-DISMISS
               WHEN LS-RELIEF
                   PERFORM MOVE-THE-CASE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO BKR-CHANGED-BY
               MOVE LS-NOTE TO BKR-NOTE
               IF WS-HAVE-CASE
                   REWRITE BANKRUPTCY-CASE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               ELSE
                   WRITE BANKRUPTCY-CASE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF RC-SUCCESS
               MOVE BANKRUPTCY-CASE-RECORD TO WS-AFTER-IMAGE
           END-IF
           CLOSE BANKRUPTCY-FILE

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

      * a case still open (stay in effect or lifted) cannot be
      * replaced by a new filing until the court closes it
       OPEN-THE-CASE.
           IF WS-HAVE-CASE
                   AND (BKR-STAY-IN-EFFECT OR BKR-RELIEF-FROM-STAY)
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CHAPTER TO BKR-CHAPTER
           IF NOT BKR-VALID-CHAPTER
                   OR LS-CASE-NUMBER = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE BANKRUPTCY-CASE-RECORD
           PERFORM FETCH-DEBTOR-SSN
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-CUST-ID TO BKR-CUST-ID
           MOVE LS-CHAPTER TO BKR-CHAPTER
           MOVE LS-CASE-NUMBER TO BKR-CASE-NUMBER
           MOVE LS-ORDER-DATE TO BKR-FILING-DATE
           SET BKR-STAY-IN-EFFECT TO TRUE
           MOVE LS-ORDER-DATE TO BKR-STATUS-DATE
           MOVE LS-OPERATOR-ID TO BKR-OPENED-BY.

      * relief comes only while the stay stands; discharge and
      * dismissal close a case with or without relief
       MOVE-THE-CASE.
           IF NOT WS-HAVE-CASE
               SET RC-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-RELIEF AND NOT BKR-STAY-IN-EFFECT
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT BKR-STAY-IN-EFFECT AND NOT BKR-RELIEF-FROM-STAY
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-ORDER-DATE < BKR-FILING-DATE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ACTION TO BKR-STATUS
           MOVE LS-ORDER-DATE TO BKR-STATUS-DATE.

      * CUST-SSN is held dashed (999-99-9999); the case carries the
      * nine digits the loan records use
       FETCH-DEBTOR-SSN.
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
           IF WS-SSN-DIGITS NUMERIC
               MOVE WS-SSN-DIGITS TO BKR-DEBTOR-SSN
           ELSE
               MOVE 0 TO BKR-DEBTOR-SSN
           END-IF.

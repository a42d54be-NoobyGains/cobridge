       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDHOLD.

      ****************************************************************
      * CUSTOMER FRAUD HOLD MAINTENANCE: the fraud analyst's side of
      * the hold ATOMON places on a customer whose profile changes,
      * new payees and outbound money chain up into a likely
      * account takeover. While the hold stands, WIRESCRN refuses
      * the customer's outgoing wires and EXTXFER the external
      * transfers. The operator must clear OPAUTH's FRAU function.
      * Actions:
      *   C - clear: the analyst has reached the customer and the
      *       activity is genuine; the hold comes off and the
      *       analyst and date are stamped, so the same chain does
      *       not hold the customer again the next night
      * Every change journals the before and after images through
      * CUSTJRNL, and the release is attributed to the analyst
      * through STAFFLOG.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "FRAU".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the customer journal (CUSTJRNL)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "FRDHOLD".
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * the release, attributed to the analyst (STAFFLOG)
       01  WS-STAFF-ACTIVITY      PIC X(1) VALUE "H".
       01  WS-STAFF-NO-ACCOUNT    PIC X(12) VALUE SPACES.
       01  WS-STAFF-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-STAFF-DETAIL        PIC X(40)
               VALUE "CUSTOMER FRAUD HOLD CLEARED".
       01  WS-STAFF-RETURN-CODE   PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-CUST-ID             PIC 9(10).
       01  LS-ACTION              PIC X(1).
           88  LS-CLEAR-HOLD          VALUE "C".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-CUST-ID
                                LS-ACTION
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

           OPEN I-O CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF
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
           EVALUATE TRUE
               WHEN LS-CLEAR-HOLD
                   PERFORM CLEAR-THE-HOLD
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           IF RC-SUCCESS
               MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           END-IF
           CLOSE CUSTOMER-MASTER

           IF RC-SUCCESS
               CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                     LS-CUST-ID
                                     LS-OPERATOR-ID
                                     WS-JRNL-APPROVER
                                     WS-BEFORE-IMAGE
                                     WS-AFTER-IMAGE
                                     WS-JRNL-RETURN-CODE
               CALL "STAFFLOG" USING WS-JRNL-PROGRAM
                                     LS-OPERATOR-ID
                                     WS-STAFF-ACTIVITY
                                     WS-STAFF-NO-ACCOUNT
                                     LS-CUST-ID
                                     WS-STAFF-AMOUNT
                                     WS-STAFF-DETAIL
                                     WS-STAFF-RETURN-CODE
           END-IF

           GOBACK.

       CLEAR-THE-HOLD.
           IF NOT CUST-ON-FRAUD-HOLD
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CUST-FRAUD-HOLD-FLAG
           MOVE 0 TO CUST-FRAUD-HOLD-EXPIRE
           MOVE LS-OPERATOR-ID TO CUST-FRAUD-CLEARED-BY
           MOVE WS-RUN-DATE TO CUST-FRAUD-CLEARED-DATE.

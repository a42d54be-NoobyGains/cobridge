       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRELMNT.

      ****************************************************************
      * MAINTAIN THE OUTBOUND WIRE LIMITS FILE, CRDLMNT-style, for
      * the wire desk: set a customer's per-wire limit, daily limit
      * and callback amount. A zero leaves that figure as it
      * stands, and a figure never set follows the house default
      * in WIRECBK; all three zero is refused, as is a per-wire
      * limit above the daily or a callback amount above the
      * per-wire. A customer with no row yet is seeded. Every attempt
      * goes through OPAUTH with the WCBK function, which writes
      * the security audit row, and the row stamps who set the
      * limits and when.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-LIMIT-FILE ASSIGN TO "WIRELIMT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WLM-CUST-ID
               FILE STATUS IS WS-WLM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-LIMIT-FILE.
       COPY "wire-limit.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WLM-STATUS         PIC X(2).
           88  WS-WLM-OK             VALUE "00".
           88  WS-WLM-NOT-FOUND      VALUE "23", "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "WCBK".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-CUST-ID             PIC 9(10).
       01  LS-PER-WIRE-LIMIT      PIC S9(11)V99 COMP-3.
       01  LS-DAILY-LIMIT         PIC S9(11)V99 COMP-3.
       01  LS-CALLBACK-AMOUNT     PIC S9(11)V99 COMP-3.
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-CUST-ID
                                LS-PER-WIRE-LIMIT
                                LS-DAILY-LIMIT
                                LS-CALLBACK-AMOUNT
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

           PERFORM VALIDATE-REQUEST
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           OPEN I-O WIRE-LIMIT-FILE
           IF WS-WLM-NOT-FOUND
               OPEN OUTPUT WIRE-LIMIT-FILE
               CLOSE WIRE-LIMIT-FILE
               OPEN I-O WIRE-LIMIT-FILE
           END-IF

           PERFORM FETCH-OR-SEED-ROW
           PERFORM SET-LIMITS
           IF RC-SUCCESS
               PERFORM STORE-THE-ROW
           END-IF

           CLOSE WIRE-LIMIT-FILE

           GOBACK.

      * the callback amount is a tripwire inside the per-wire
      * limit - one above it would never be reached
       VALIDATE-REQUEST.
           IF LS-PER-WIRE-LIMIT = 0 AND LS-DAILY-LIMIT = 0
                   AND LS-CALLBACK-AMOUNT = 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-PER-WIRE-LIMIT < 0 OR LS-DAILY-LIMIT < 0
                   OR LS-CALLBACK-AMOUNT < 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-PER-WIRE-LIMIT > 0 AND LS-DAILY-LIMIT > 0
                   AND LS-PER-WIRE-LIMIT > LS-DAILY-LIMIT
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-PER-WIRE-LIMIT > 0 AND LS-CALLBACK-AMOUNT > 0
                   AND LS-CALLBACK-AMOUNT > LS-PER-WIRE-LIMIT
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER.

       FETCH-OR-SEED-ROW.
           MOVE "Y" TO WS-ROW-EXISTS
           MOVE LS-CUST-ID TO WLM-CUST-ID
           READ WIRE-LIMIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-EXISTS
                   INITIALIZE WIRE-LIMIT-RECORD
                   MOVE LS-CUST-ID TO WLM-CUST-ID
           END-READ.

       SET-LIMITS.
           IF LS-PER-WIRE-LIMIT > 0
               MOVE LS-PER-WIRE-LIMIT TO WLM-PER-WIRE-LIMIT
           END-IF
           IF LS-DAILY-LIMIT > 0
               MOVE LS-DAILY-LIMIT TO WLM-DAILY-LIMIT
           END-IF
           IF LS-CALLBACK-AMOUNT > 0
               MOVE LS-CALLBACK-AMOUNT TO WLM-CALLBACK-AMOUNT
           END-IF
           IF WLM-PER-WIRE-LIMIT > 0 AND WLM-DAILY-LIMIT > 0
                   AND WLM-PER-WIRE-LIMIT > WLM-DAILY-LIMIT
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERATOR-ID TO WLM-SET-BY
           MOVE WS-RUN-DATE TO WLM-SET-DATE.

       STORE-THE-ROW.
           IF WS-HAVE-ROW
               REWRITE WIRE-LIMIT-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE WIRE-LIMIT-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-WRITE
           END-IF.

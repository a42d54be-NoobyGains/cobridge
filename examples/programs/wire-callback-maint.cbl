       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECBM.

      ****************************************************************
      * RECORD THE OUTCOME OF AN OUTBOUND WIRE CALLBACK against the
      * wire's row on the callback queue (WIRECBKQ). Actions:
      *   'C' - confirmed: the customer confirmed the wire on the
      *         call; the number called, who confirmed and the time
      *         of the call are all required. A wire over the
      *         customer's per-wire or daily limit is refused
      *         (RC-REFER) - only an override releases that
      *   'R' - denied: the customer did not recognise the wire;
      *         the row is rejected with the call recorded
      *   'O' - override: release the wire without a confirmed
      *         callback or over the limits, within the operator's
      *         OPAUTH dollar limit for the wire's amount
      * Only a pending row can be acted on. Every attempt goes
      * through OPAUTH with the WCBK function, and every override
      * is attributed to its operator through STAFFLOG. WIRECBR
      * releases what is confirmed or overridden through WIRERTE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLBACK-QUEUE ASSIGN TO "WIRECBKQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WCB-SENDER-REF
               FILE STATUS IS WS-WCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLBACK-QUEUE.
       COPY "wire-callback.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WCB-STATUS         PIC X(2).
           88  WS-WCB-OK             VALUE "00".
           88  WS-WCB-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

      * role-based entitlement check before any action (OPAUTH);
      * an override is checked against the wire's amount
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "WCBK".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * the override, attributed to the operator (STAFFLOG)
       01  WS-STAFF-PROGRAM       PIC X(8) VALUE "WIRECBM".
       01  WS-STAFF-ACTIVITY      PIC X(1) VALUE "V".
       01  WS-STAFF-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-STAFF-DETAIL        PIC X(40).
       01  WS-STAFF-RETURN-CODE   PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-CONFIRMED           VALUE "C".
           88  LS-DENIED              VALUE "R".
           88  LS-OVERRIDE            VALUE "O".
       01  LS-SENDER-REF          PIC X(16).
       01  LS-PHONE-CALLED        PIC X(20).
       01  LS-CONFIRMED-BY        PIC X(30).
       01  LS-CALLBACK-TIME       PIC 9(6).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-SENDER-REF
                                LS-PHONE-CALLED
                                LS-CONFIRMED-BY
                                LS-CALLBACK-TIME
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF NOT LS-CONFIRMED AND NOT LS-DENIED
                   AND NOT LS-OVERRIDE
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF
           IF (LS-CONFIRMED OR LS-DENIED)
                   AND (LS-PHONE-CALLED = SPACES
                        OR LS-CONFIRMED-BY = SPACES
                        OR LS-CALLBACK-TIME NOT NUMERIC
                        OR LS-CALLBACK-TIME = 0)
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O CALLBACK-QUEUE
           IF NOT WS-WCB-OK
               SET RC-NOT-FOUND TO TRUE
               GOBACK
           END-IF
           MOVE LS-SENDER-REF TO WCB-SENDER-REF
           READ CALLBACK-QUEUE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS AND NOT WCB-PENDING
               SET RC-INVALID-INPUT TO TRUE
           END-IF

           IF RC-SUCCESS
               IF LS-OVERRIDE
                   MOVE WCB-AMOUNT TO WS-AUTH-AMOUNT
               END-IF
               CALL "OPAUTH" USING LS-OPERATOR-ID
                                    WS-AUTH-FUNCTION
                                    WS-AUTH-AMOUNT
                                    WS-AUTH-RETURN-CODE
               IF WS-AUTH-RETURN-CODE NOT = 0
                   SET RC-DECLINED TO TRUE
               END-IF
           END-IF

           IF RC-SUCCESS
               EVALUATE TRUE
                   WHEN LS-CONFIRMED
                       PERFORM RECORD-CONFIRMATION
                   WHEN LS-DENIED
                       PERFORM RECORD-DENIAL
                   WHEN LS-OVERRIDE
                       PERFORM RECORD-OVERRIDE
               END-EVALUATE
           END-IF
           IF RC-SUCCESS
               REWRITE WIRE-CALLBACK-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           IF RC-SUCCESS AND LS-OVERRIDE
               PERFORM LOG-OVERRIDE
           END-IF

           CLOSE CALLBACK-QUEUE

           GOBACK.

       RECORD-CONFIRMATION.
           IF WCB-IS-OVER-LIMIT
               SET RC-REFER TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-THE-CALL
           SET WCB-CONFIRMED TO TRUE.

       RECORD-DENIAL.
           PERFORM STAMP-THE-CALL
           SET WCB-REJECTED TO TRUE
           SET WCB-CUSTOMER-DENIED TO TRUE
           MOVE WS-RUN-DATE TO WCB-CLOSED-DATE.

       STAMP-THE-CALL.
           MOVE LS-PHONE-CALLED TO WCB-PHONE-CALLED
           MOVE LS-CONFIRMED-BY TO WCB-CONFIRMED-BY
           MOVE WS-RUN-DATE TO WCB-CALLBACK-DATE
           MOVE LS-CALLBACK-TIME TO WCB-CALLBACK-TIME
           MOVE LS-OPERATOR-ID TO WCB-CALLBACK-OPERATOR.

      * a call already made and recorded stays on the row; the
      * override is stamped beside it
       RECORD-OVERRIDE.
           IF LS-PHONE-CALLED NOT = SPACES
                   AND WCB-PHONE-CALLED = SPACES
               PERFORM STAMP-THE-CALL
           END-IF
           MOVE LS-OPERATOR-ID TO WCB-OVERRIDE-OPERATOR
           MOVE WS-RUN-DATE TO WCB-OVERRIDE-DATE
           SET WCB-OVERRIDDEN TO TRUE.

       LOG-OVERRIDE.
           MOVE WCB-AMOUNT TO WS-STAFF-AMOUNT
           MOVE SPACES TO WS-STAFF-DETAIL
           IF WCB-IS-OVER-LIMIT
               STRING "WIRE LIMIT OVERRIDE " WCB-SENDER-REF
                   DELIMITED BY SIZE INTO WS-STAFF-DETAIL
           ELSE
               STRING "WIRE CALLBACK OVERRIDE " WCB-SENDER-REF
                   DELIMITED BY SIZE INTO WS-STAFF-DETAIL
           END-IF
           CALL "STAFFLOG" USING WS-STAFF-PROGRAM
                                 LS-OPERATOR-ID
                                 WS-STAFF-ACTIVITY
                                 WCB-ORD-ACCT-NUMBER
                                 WCB-CUST-ID
                                 WS-STAFF-AMOUNT
                                 WS-STAFF-DETAIL
                                 WS-STAFF-RETURN-CODE.

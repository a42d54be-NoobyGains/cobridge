       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECBK.

      ****************************************************************
      * SHARED OUTBOUND WIRE RELEASE GATE: WIRERTE calls this before
      * it builds anything, so no wire ordered from one of our
      * accounts reaches SWFTBLD or PACSBLD without it. The
      * ordering account's owner is held to the per-wire and daily
      * limits on WIRELIMT (the house defaults below where none are
      * set), and a wire over the customer's callback amount, or to
      * a beneficiary on no active WIRETMPL template for that
      * account, waits for a callback. Such a wire - and one over a
      * limit - goes on the callback queue (WIRECBKQ) and comes
      * back RC-REFER. Once the wire desk has recorded the callback
      * (or an operator has overridden) through WIRECBM, the same
      * wire presented again passes, is counted against the day's
      * limit and is marked released; a rejected wire comes back
      * RC-DECLINED, and one already released RC-DUPLICATE. A wire
      * with no ordering account on our books is not ours to limit
      * and passes untouched.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT WIRE-LIMIT-FILE ASSIGN TO "WIRELIMT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WLM-CUST-ID
               FILE STATUS IS WS-WLM-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "WIRETMPL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WTP-TEMPLATE-ID
               FILE STATUS IS WS-TMPL-STATUS.
           SELECT CALLBACK-QUEUE ASSIGN TO "WIRECBKQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WCB-SENDER-REF
               FILE STATUS IS WS-WCB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  WIRE-LIMIT-FILE.
       COPY "wire-limit.cpy".

       FD  TEMPLATE-FILE.
       COPY "wire-template.cpy".

       FD  CALLBACK-QUEUE.
       COPY "wire-callback.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-WLM-STATUS         PIC X(2).
           88  WS-WLM-OK             VALUE "00".
           88  WS-WLM-NOT-FOUND      VALUE "23", "35".
       01  WS-TMPL-STATUS        PIC X(2).
           88  WS-TMPL-OK            VALUE "00".
           88  WS-TMPL-EOF           VALUE "10".
       01  WS-WCB-STATUS         PIC X(2).
           88  WS-WCB-OK             VALUE "00".
           88  WS-WCB-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-OWNER-ID            PIC 9(10).
       01  WS-LIMIT-ROW           PIC X(1).
           88  WS-HAVE-LIMIT-ROW      VALUE "Y".
       01  WS-QUEUE-ROW           PIC X(1).
           88  WS-HAVE-QUEUE-ROW      VALUE "Y".
       01  WS-TEMPLATE-FOUND      PIC X(1).
           88  WS-ON-TEMPLATE         VALUE "Y".

      * house limits for a customer the wire desk has set none for
       01  WS-DEFAULT-PER-WIRE    PIC S9(11)V99 COMP-3
                                  VALUE 250000.00.
       01  WS-DEFAULT-DAILY       PIC S9(11)V99 COMP-3
                                  VALUE 500000.00.
       01  WS-DEFAULT-CALLBACK    PIC S9(11)V99 COMP-3
                                  VALUE 50000.00.
       01  WS-PER-WIRE-LIMIT      PIC S9(11)V99 COMP-3.
       01  WS-DAILY-LIMIT         PIC S9(11)V99 COMP-3.
       01  WS-CALLBACK-AMOUNT     PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       COPY "wire-transfer.cpy".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING WIRE-TRANSFER-RECORD
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM FIND-ORDERING-OWNER
           IF WS-OWNER-ID = 0
               GOBACK
           END-IF

           OPEN I-O CALLBACK-QUEUE
           IF WS-WCB-NOT-FOUND
               OPEN OUTPUT CALLBACK-QUEUE
               CLOSE CALLBACK-QUEUE
               OPEN I-O CALLBACK-QUEUE
           END-IF
           OPEN I-O WIRE-LIMIT-FILE
           IF WS-WLM-NOT-FOUND
               OPEN OUTPUT WIRE-LIMIT-FILE
               CLOSE WIRE-LIMIT-FILE
               OPEN I-O WIRE-LIMIT-FILE
           END-IF
           PERFORM FETCH-LIMIT-ROW

           MOVE "Y" TO WS-QUEUE-ROW
           MOVE WT-SENDER-REF TO WCB-SENDER-REF
           READ CALLBACK-QUEUE
               INVALID KEY
                   MOVE "N" TO WS-QUEUE-ROW
           END-READ

           IF WS-HAVE-QUEUE-ROW
               PERFORM RESOLVE-QUEUED-WIRE
           ELSE
               PERFORM SCREEN-NEW-WIRE
           END-IF

           CLOSE WIRE-LIMIT-FILE
           CLOSE CALLBACK-QUEUE

           GOBACK.

       FIND-ORDERING-OWNER.
           MOVE 0 TO WS-OWNER-ID
           IF WT-ORD-ACCT-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WT-ORD-ACCT-NO(1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-OWNER-ID TO WS-OWNER-ID
           END-READ
           CLOSE ACCOUNT-MASTER.

      * the customer's own limits where set, the house's where not;
      * the day's accumulators start over when the date rolls
       FETCH-LIMIT-ROW.
           MOVE "Y" TO WS-LIMIT-ROW
           MOVE WS-OWNER-ID TO WLM-CUST-ID
           READ WIRE-LIMIT-FILE
               INVALID KEY
                   MOVE "N" TO WS-LIMIT-ROW
                   INITIALIZE WIRE-LIMIT-RECORD
                   MOVE WS-OWNER-ID TO WLM-CUST-ID
           END-READ
           IF WLM-BUSINESS-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO WLM-BUSINESS-DATE
               MOVE 0 TO WLM-DAILY-USED
               MOVE 0 TO WLM-DAILY-COUNT
           END-IF

           MOVE WLM-PER-WIRE-LIMIT TO WS-PER-WIRE-LIMIT
           IF WS-PER-WIRE-LIMIT = 0
               MOVE WS-DEFAULT-PER-WIRE TO WS-PER-WIRE-LIMIT
           END-IF
           MOVE WLM-DAILY-LIMIT TO WS-DAILY-LIMIT
           IF WS-DAILY-LIMIT = 0
               MOVE WS-DEFAULT-DAILY TO WS-DAILY-LIMIT
           END-IF
           MOVE WLM-CALLBACK-AMOUNT TO WS-CALLBACK-AMOUNT
           IF WS-CALLBACK-AMOUNT = 0
               MOVE WS-DEFAULT-CALLBACK TO WS-CALLBACK-AMOUNT
           END-IF.

      * a confirmed callback clears the wire only while it is still
      * inside the limits; an override clears it regardless
       RESOLVE-QUEUED-WIRE.
           EVALUATE TRUE
               WHEN WCB-PENDING
                   SET RC-REFER TO TRUE
               WHEN WCB-REJECTED
                   SET RC-DECLINED TO TRUE
               WHEN WCB-RELEASED
                   SET RC-DUPLICATE TO TRUE
               WHEN WCB-CONFIRMED
                   IF WT-AMOUNT > WS-PER-WIRE-LIMIT
                           OR WLM-DAILY-USED + WT-AMOUNT
                              > WS-DAILY-LIMIT
                       MOVE "Y" TO WCB-OVER-LIMIT
                       SET WCB-PENDING TO TRUE
                       PERFORM REWRITE-QUEUE-ROW
                       SET RC-REFER TO TRUE
                   ELSE
                       PERFORM RELEASE-QUEUED-WIRE
                   END-IF
               WHEN WCB-OVERRIDDEN
                   PERFORM RELEASE-QUEUED-WIRE
               WHEN OTHER
                   SET RC-SYSTEM-ERROR TO TRUE
           END-EVALUATE.

       RELEASE-QUEUED-WIRE.
           SET WCB-RELEASED TO TRUE
           MOVE WS-RUN-DATE TO WCB-CLOSED-DATE
           PERFORM REWRITE-QUEUE-ROW
           PERFORM COUNT-AGAINST-LIMIT.

       SCREEN-NEW-WIRE.
           INITIALIZE WIRE-CALLBACK-RECORD
           MOVE "N" TO WCB-OVER-CALLBACK
           MOVE "N" TO WCB-NON-TEMPLATE
           MOVE "N" TO WCB-OVER-LIMIT
           IF WT-AMOUNT > WS-PER-WIRE-LIMIT
                   OR WLM-DAILY-USED + WT-AMOUNT > WS-DAILY-LIMIT
               MOVE "Y" TO WCB-OVER-LIMIT
           END-IF
           IF WT-AMOUNT > WS-CALLBACK-AMOUNT
               MOVE "Y" TO WCB-OVER-CALLBACK
           END-IF
           PERFORM CHECK-TEMPLATE-BENEFICIARY
           IF NOT WS-ON-TEMPLATE
               MOVE "Y" TO WCB-NON-TEMPLATE
           END-IF

           IF WCB-IS-OVER-LIMIT OR WCB-IS-OVER-CALLBACK
                   OR WCB-IS-NON-TEMPLATE
               PERFORM QUEUE-FOR-CALLBACK
               SET RC-REFER TO TRUE
           ELSE
               PERFORM COUNT-AGAINST-LIMIT
           END-IF.

      * the beneficiary account must sit on an active template
      * ordered from this same account
       CHECK-TEMPLATE-BENEFICIARY.
           MOVE "N" TO WS-TEMPLATE-FOUND
           OPEN INPUT TEMPLATE-FILE
           IF NOT WS-TMPL-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TMPL-EOF OR WS-ON-TEMPLATE
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       SET WS-TMPL-EOF TO TRUE
                   NOT AT END
                       IF WTP-ACTIVE
                           AND WTP-ORD-ACCT-NO = WT-ORD-ACCT-NO
                           AND WTP-BEN-ACCT-NO = WT-BEN-ACCT-NO
                           MOVE "Y" TO WS-TEMPLATE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       QUEUE-FOR-CALLBACK.
           MOVE WT-SENDER-REF TO WCB-SENDER-REF
           SET WCB-PENDING TO TRUE
           MOVE WS-OWNER-ID TO WCB-CUST-ID
           MOVE WT-ORD-ACCT-NO(1:12) TO WCB-ORD-ACCT-NUMBER
           MOVE WT-AMOUNT TO WCB-AMOUNT
           MOVE WT-CURRENCY-CODE TO WCB-CURRENCY-CODE
           MOVE WT-BEN-NAME TO WCB-BEN-NAME
           MOVE WS-RUN-DATE TO WCB-QUEUED-DATE
           MOVE WS-RUN-TIME TO WCB-QUEUED-TIME
           MOVE WIRE-TRANSFER-RECORD TO WCB-WIRE-IMAGE
           WRITE WIRE-CALLBACK-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-WRITE.

       REWRITE-QUEUE-ROW.
           REWRITE WIRE-CALLBACK-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

       COUNT-AGAINST-LIMIT.
           ADD WT-AMOUNT TO WLM-DAILY-USED
           ADD 1 TO WLM-DAILY-COUNT
           IF WS-HAVE-LIMIT-ROW
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

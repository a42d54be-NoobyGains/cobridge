       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYCU.

      ****************************************************************
      * CUSTOMER-LEVEL EVENT QUEUE WRITER: NOTIFYQ's companion for
      * events that belong to the customer rather than an account -
      * today the demographic change confirmation CUSTMNT sends.
      * Drops one event on the same notification queue, carrying the
      * customer id and the contact (old email or old postal
      * address) the notice must go to, so NOTIFGEN delivers it to
      * where the customer was, not where the change says they are.
      * A notice about one account (a returned deposit, a rejected
      * wire, an overdraft) carries that account and the amount
      * it concerns; a customer-level event passes spaces and zero.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-QUEUE.
       COPY "notify-event.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NQ-STATUS       PIC X(2).
           88  WS-NQ-OK           VALUE "00".
           88  WS-NQ-NOT-FOUND    VALUE "35".

       LINKAGE SECTION.
       01  LS-CUST-ID         PIC 9(10).
       01  LS-EVENT-TYPE      PIC X(2).
       01  LS-ACCT-NUMBER     PIC X(12).
       01  LS-AMOUNT          PIC S9(11)V99 COMP-3.
       01  LS-CHANNEL         PIC X(1).
       01  LS-DELIVER-TO      PIC X(80).
       01  LS-RETURN-CODE     PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-CUST-ID
                                LS-EVENT-TYPE
                                LS-ACCT-NUMBER
                                LS-AMOUNT
                                LS-CHANNEL
                                LS-DELIVER-TO
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE

           OPEN EXTEND NOTIFY-QUEUE
           IF WS-NQ-NOT-FOUND
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF
           IF NOT WS-NQ-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           INITIALIZE NOTIFY-EVENT-RECORD
           ACCEPT NE-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT NE-EVENT-TIME FROM TIME
           MOVE LS-EVENT-TYPE TO NE-EVENT-TYPE
           MOVE LS-CUST-ID TO NE-CUST-ID
           MOVE LS-ACCT-NUMBER TO NE-ACCT-NUMBER
           MOVE LS-AMOUNT TO NE-AMOUNT
           MOVE LS-CHANNEL TO NE-DELIVER-CHANNEL
           MOVE LS-DELIVER-TO TO NE-DELIVER-TO
           WRITE NOTIFY-EVENT-RECORD

           CLOSE NOTIFY-QUEUE

           GOBACK.

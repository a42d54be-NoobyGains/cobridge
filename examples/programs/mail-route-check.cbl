       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILCHK.

      ****************************************************************
      * BAD-ADDRESS ROUTING CHECK for every path that prints paper
      * to a customer. Given the customer - or, for an account
      * notice, the account, whose owner is looked up - answers
      * whether the piece may be mailed. While CUST-ADDRESS-BAD
      * stands (returned mail, or an NCOA move with no forwarding
      * address) the piece is not mailed: with an email on file it
      * is switched to e-delivery and the email handed back, with
      * none it is held. Either way a row goes to the hold-mail
      * report so mail operations can see what did not go out.
      * Route 'P' = mail as usual, 'E' = e-deliver, 'H' = held.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT HOLD-MAIL-FILE ASSIGN TO "HOLDMAIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HML-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  HOLD-MAIL-FILE.
       COPY "hold-mail.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-HML-STATUS         PIC X(2).
           88  WS-HML-OK             VALUE "00".
           88  WS-HML-NOT-FOUND      VALUE "35".
       01  WS-FOUND               PIC X(1).
           88  WS-RECORD-FOUND        VALUE "Y".

       LINKAGE SECTION.
       01  LS-PROGRAM             PIC X(8).
       01  LS-CUST-ID             PIC 9(10).
       01  LS-ACCOUNT-NUM         PIC X(12).
       01  LS-DOCUMENT            PIC X(20).
       01  LS-ROUTE               PIC X(1).
           88  LS-ROUTE-PAPER         VALUE "P".
           88  LS-ROUTE-EMAIL         VALUE "E".
           88  LS-ROUTE-HELD          VALUE "H".
       01  LS-EMAIL               PIC X(50).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-PROGRAM
                                LS-CUST-ID
                                LS-ACCOUNT-NUM
                                LS-DOCUMENT
                                LS-ROUTE
                                LS-EMAIL
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           SET LS-ROUTE-PAPER TO TRUE
           MOVE SPACES TO LS-EMAIL

           IF LS-CUST-ID = 0 AND LS-ACCOUNT-NUM NOT = SPACES
               PERFORM FIND-ACCOUNT-OWNER
           END-IF
           IF LS-CUST-ID = 0
               SET RC-NOT-FOUND TO TRUE
               GOBACK
           END-IF

           MOVE "N" TO WS-FOUND
           OPEN INPUT CUSTOMER-MASTER
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE CUSTOMER-MASTER

           IF NOT WS-RECORD-FOUND OR NOT CUST-ADDRESS-BAD
               GOBACK
           END-IF

           IF CUST-EMAIL NOT = SPACES
               SET LS-ROUTE-EMAIL TO TRUE
               MOVE CUST-EMAIL TO LS-EMAIL
           ELSE
               SET LS-ROUTE-HELD TO TRUE
           END-IF
           PERFORM WRITE-HOLD-MAIL-ROW

           GOBACK.

       FIND-ACCOUNT-OWNER.
           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-OWNER-ID TO LS-CUST-ID
           END-READ
           CLOSE ACCOUNT-MASTER.

       WRITE-HOLD-MAIL-ROW.
           OPEN EXTEND HOLD-MAIL-FILE
           IF WS-HML-NOT-FOUND
               OPEN OUTPUT HOLD-MAIL-FILE
           END-IF
           IF NOT WS-HML-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE HOLD-MAIL-RECORD
           ACCEPT HML-DATE FROM DATE YYYYMMDD
           MOVE LS-PROGRAM TO HML-PROGRAM
           MOVE LS-CUST-ID TO HML-CUST-ID
           MOVE LS-ACCOUNT-NUM TO HML-ACCT-NUMBER
           MOVE LS-DOCUMENT TO HML-DOCUMENT
           MOVE LS-ROUTE TO HML-ACTION
           MOVE LS-EMAIL TO HML-EMAIL
           MOVE CUST-RETURNED-MAIL-DATE TO HML-RETURNED-DATE
           WRITE HOLD-MAIL-RECORD

           CLOSE HOLD-MAIL-FILE.

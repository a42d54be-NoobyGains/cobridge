       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.

      ****************************************************************
      * DAILY BATCH: returned-mail intake. Reads the mail room's
      * file of undeliverable pieces - statements, notices, letters
      * from any print path - and flags the addressee's address as
      * bad on the customer master (CUST-ADDRESS-BAD), with the date
      * of the latest return and a running count of pieces back.
      * An account notice is charged to the account's owner. A
      * piece mailed to a ZIP the customer has since moved away
      * from is stale and is skipped: the address it went to is no
      * longer the one on file. Every rewrite journals the before
      * and after images through CUSTJRNL. From the next run on,
      * MAILCHK keeps every print path from mailing to the flagged
      * address until NCOAUPD or CUSTMNT replaces it.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-IN ASSIGN TO "RTNMAILF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-IN.
       COPY "returned-mail.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RM-STATUS          PIC X(2).
           88  WS-RM-EOF             VALUE "10".
           88  WS-RM-MISSING         VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PIECES-READ         PIC 9(9) COMP VALUE 0.
       01  WS-ADDRESSES-FLAGGED   PIC 9(9) COMP VALUE 0.
       01  WS-ALREADY-FLAGGED     PIC 9(9) COMP VALUE 0.
       01  WS-STALE-PIECES        PIC 9(9) COMP VALUE 0.
       01  WS-UNMATCHED           PIC 9(9) COMP VALUE 0.
       01  WS-RM-CUST-ID          PIC 9(10).

      * before/after images for the customer journal (CUSTJRNL); the
      * batch posts under operator zero, no approver
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "RTNMAIL".
       01  WS-JRNL-OPERATOR       PIC 9(8) VALUE 0.
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       01  WS-ERR-CODE            PIC 9(4).
       01  WS-ERR-MSG             PIC X(80).
       01  WS-ERR-PROGRAM         PIC X(8) VALUE "RTNMAIL".
       01  WS-ERR-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT RETURNED-MAIL-IN
           IF WS-RM-MISSING
               DISPLAY "RTNMAIL: NO RETURNED MAIL FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER

           PERFORM UNTIL WS-RM-EOF
               READ RETURNED-MAIL-IN
                   AT END
                       SET WS-RM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PIECES-READ
                       PERFORM PROCESS-ONE-PIECE
               END-READ
           END-PERFORM

           CLOSE RETURNED-MAIL-IN
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER

           DISPLAY "RTNMAIL: PIECES READ       = " WS-PIECES-READ
           DISPLAY "RTNMAIL: ADDRESSES FLAGGED = " WS-ADDRESSES-FLAGGED
           DISPLAY "RTNMAIL: ALREADY FLAGGED   = " WS-ALREADY-FLAGGED
           DISPLAY "RTNMAIL: STALE (MOVED)     = " WS-STALE-PIECES
           DISPLAY "RTNMAIL: UNMATCHED         = " WS-UNMATCHED

           IF WS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       PROCESS-ONE-PIECE.
           MOVE RM-CUST-ID TO WS-RM-CUST-ID
           IF WS-RM-CUST-ID = 0 AND RM-ACCT-NUMBER NOT = SPACES
               MOVE RM-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-OWNER-ID TO WS-RM-CUST-ID
               END-READ
           END-IF

           MOVE WS-RM-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM REPORT-UNMATCHED-PIECE
                   EXIT PARAGRAPH
           END-READ

      * only the 5-digit ZIP is compared: the +4 on the envelope and
      * the one on file are not always keyed the same way
           IF RM-MAILED-ZIP NOT = SPACES
                   AND RM-MAILED-ZIP(1:5) NOT = CUST-ZIP(1:5)
               ADD 1 TO WS-STALE-PIECES
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           IF CUST-ADDRESS-BAD
               ADD 1 TO WS-ALREADY-FLAGGED
           ELSE
               SET CUST-ADDRESS-BAD TO TRUE
               ADD 1 TO WS-ADDRESSES-FLAGGED
           END-IF
           IF RM-RETURN-DATE > CUST-RETURNED-MAIL-DATE
               MOVE RM-RETURN-DATE TO CUST-RETURNED-MAIL-DATE
           END-IF
           IF CUST-RETURNED-MAIL-COUNT < 999
               ADD 1 TO CUST-RETURNED-MAIL-COUNT
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE

           CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                 CUST-ID
                                 WS-JRNL-OPERATOR
                                 WS-JRNL-APPROVER
                                 WS-BEFORE-IMAGE
                                 WS-AFTER-IMAGE
                                 WS-JRNL-RETURN-CODE.

      * a piece nobody on file was addressed to is an error the run
      * surfaces, never silently drops
       REPORT-UNMATCHED-PIECE.
           ADD 1 TO WS-UNMATCHED
           MOVE 6101 TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MSG
           STRING "RETURNED MAIL UNMATCHED CUST " RM-CUST-ID
                  " ACCT " RM-ACCT-NUMBER
                  " FROM " RM-SOURCE-PROGRAM
               DELIMITED BY SIZE INTO WS-ERR-MSG
           CALL "ERRLOG" USING WS-ERR-CODE
                               WS-ERR-MSG
                               WS-ERR-PROGRAM
                               WS-ERR-RETURN-CODE.

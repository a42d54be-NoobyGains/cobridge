       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFLTDC.

      ****************************************************************
      * ACH DEBIT FILTER DECISION SCREEN: companion to ACHPOST's
      * debit block / filter, POSPAYDC-style, for the business
      * customer. The customer keys their customer id and the
      * enrolled account - the owner or one of its signers only -
      * and walks the debits the filter held on the ACHFLTEX queue
      * that are still undecided and inside their decide-by date:
      *   P - pay: the debit posts at the next ACHFLTRT run
      *   A - pay and authorize: as P, and the originating company
      *       goes on the account's filter so its like debits post
      *       from now on (on a block-all account this is a plain P)
      *   R - return: the debit goes back R29 at the next ACHFLTRT
      *   S - skip: leave it pending - it returns R29 if still
      *       undecided at the decide-by date
      * Decisions stamp the customer and date.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-EXCEPTION-FILE ASSIGN TO "ACHFLTEX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AEX-TRACE-NO
               FILE STATUS IS WS-AEX-FILE-STATUS.
           SELECT ACH-FILTER-FILE ASSIGN TO "ACHFILTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AFL-KEY
               FILE STATUS IS WS-AFL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-EXCEPTION-FILE.
       COPY "ach-debit-exception.cpy".

       FD  ACH-FILTER-FILE.
       COPY "ach-filter.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AEX-FILE-STATUS    PIC X(2).
           88  WS-AEX-OK             VALUE "00".
           88  WS-AEX-EOF            VALUE "10".
           88  WS-AEX-MISSING        VALUE "35".
       01  WS-AFL-FILE-STATUS    PIC X(2).
           88  WS-AFL-OK             VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CUSTOMER-ID         PIC 9(10).
       01  WS-ACCOUNT-NUMBER      PIC X(12).
       01  WS-SIGNER-IDX          PIC 9(1).
       01  WS-CUSTOMER-MATCH      PIC X(1).
           88  WS-CUSTOMER-ON-ACCOUNT VALUE "Y".
       01  WS-DECISION            PIC X(1).
           88  WS-DECIDE-PAY          VALUE "P", "p".
           88  WS-DECIDE-AUTHORIZE    VALUE "A", "a".
           88  WS-DECIDE-RETURN       VALUE "R", "r".
           88  WS-DECIDE-SKIP         VALUE "S", "s".
           88  WS-DECIDE-EXIT         VALUE "X", "x".
       01  WS-ITEMS-DECIDED       PIC 9(5) VALUE 0.
       01  WS-COMPANIES-ADDED     PIC 9(5) VALUE 0.
       01  WS-REASON-TEXT         PIC X(16).
       01  WS-AMT-DISPLAY         PIC -Z(9)9.99.

       SCREEN SECTION.
       01  CUSTOMER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "ACH DEBIT FILTER DECISIONS".
           05  LINE 3  COLUMN 1  VALUE "CUSTOMER ID:".
           05  LINE 3  COLUMN 14 PIC 9(10) TO WS-CUSTOMER-ID.
           05  LINE 4  COLUMN 1  VALUE "ACCOUNT:".
           05  LINE 4  COLUMN 14 PIC X(12) TO WS-ACCOUNT-NUMBER.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY CUSTOMER-SCREEN
           ACCEPT CUSTOMER-SCREEN

           PERFORM VERIFY-CUSTOMER
           IF NOT WS-CUSTOMER-ON-ACCOUNT
               DISPLAY "ACHFLTDC: CUSTOMER NOT ON ACCOUNT"
               GOBACK
           END-IF

           OPEN I-O ACH-EXCEPTION-FILE
           IF WS-AEX-MISSING
               DISPLAY "ACHFLTDC: NO EXCEPTIONS - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O ACH-FILTER-FILE

           MOVE 0 TO AEX-TRACE-NO
           START ACH-EXCEPTION-FILE KEY >= AEX-TRACE-NO
               INVALID KEY
                   SET WS-AEX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AEX-EOF
               READ ACH-EXCEPTION-FILE NEXT RECORD
                   AT END
                       SET WS-AEX-EOF TO TRUE
                   NOT AT END
                       IF AEX-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                               AND AEX-PENDING AND AEX-OPEN
                               AND AEX-DECIDE-BY-DATE >= WS-RUN-DATE
                           PERFORM DECIDE-ONE-ITEM
                           IF WS-DECIDE-EXIT
                               SET WS-AEX-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACH-FILTER-FILE
           CLOSE ACH-EXCEPTION-FILE

           DISPLAY "ACHFLTDC: ITEMS DECIDED    = " WS-ITEMS-DECIDED
           DISPLAY "ACHFLTDC: COMPANIES ADDED  = " WS-COMPANIES-ADDED

           GOBACK.

      * the account owner, a co-owner or an authorized signer may
      * decide; anyone else sees nothing
       VERIFY-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-MATCH
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF ACCT-OWNER-ID = WS-CUSTOMER-ID
               MOVE "Y" TO WS-CUSTOMER-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > ACCT-NUM-SIGNERS
               IF SIGNER-ID(WS-SIGNER-IDX) = WS-CUSTOMER-ID
                   MOVE "Y" TO WS-CUSTOMER-MATCH
               END-IF
           END-PERFORM.

       DECIDE-ONE-ITEM.
           EVALUATE TRUE
               WHEN AEX-ALL-BLOCKED
                   MOVE "ALL DEBITS BLKD " TO WS-REASON-TEXT
               WHEN AEX-COMPANY-NOT-LISTED
                   MOVE "COMPANY NOT AUTH" TO WS-REASON-TEXT
               WHEN AEX-SEC-NOT-ALLOWED
                   MOVE "SEC CODE NOT AUT" TO WS-REASON-TEXT
               WHEN AEX-OVER-MAXIMUM
                   MOVE "OVER MAXIMUM    " TO WS-REASON-TEXT
           END-EVALUATE
           MOVE AEX-AMOUNT TO WS-AMT-DISPLAY

           DISPLAY " "
           DISPLAY "TRACE=" AEX-TRACE-NO
                   " " WS-REASON-TEXT
                   " DECIDE BY " AEX-DECIDE-BY-DATE
           DISPLAY "COMPANY=" AEX-COMPANY-ID
                   " " AEX-COMPANY-NAME
                   " SEC=" AEX-SEC-CODE
                   " " AEX-ENTRY-DESC
           DISPLAY "AMOUNT=" WS-AMT-DISPLAY
                   " EFFECTIVE " AEX-EFFECTIVE-DATE
           DISPLAY "P=PAY A=PAY+AUTHORIZE R=RETURN S=SKIP X=EXIT: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECIDE-PAY
                   SET AEX-PAY TO TRUE
                   PERFORM STAMP-AND-REWRITE
               WHEN WS-DECIDE-AUTHORIZE
                   PERFORM AUTHORIZE-THE-COMPANY
                   PERFORM STAMP-AND-REWRITE
               WHEN WS-DECIDE-RETURN
                   SET AEX-RETURN TO TRUE
                   PERFORM STAMP-AND-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * put the company on the filter so the like debit passes: a
      * new row for this SEC code with no maximum, or the existing
      * row reactivated, opened to this SEC code and raised to this
      * amount. A block-all account lists no companies - the item
      * is simply paid.
       AUTHORIZE-THE-COMPANY.
           SET AEX-PAY TO TRUE
           MOVE AEX-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
           MOVE SPACES TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AFL-BLOCK-ALL
               DISPLAY "BLOCK-ALL ACCOUNT - ITEM PAID ONLY"
               EXIT PARAGRAPH
           END-IF

           SET AEX-PAY-AND-AUTHORIZE TO TRUE
           MOVE AEX-COMPANY-ID TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   INITIALIZE ACH-FILTER-RECORD
                   MOVE AEX-ACCOUNT-NUMBER TO AFL-ACCOUNT-NUMBER
                   MOVE AEX-COMPANY-ID TO AFL-COMPANY-ID
                   SET AFL-FILTER-LISTED TO TRUE
                   SET AFL-ACTIVE TO TRUE
                   MOVE AEX-COMPANY-NAME TO AFL-COMPANY-NAME
                   MOVE AEX-SEC-CODE TO AFL-SEC-CODE
                   MOVE 0 TO AFL-MAX-AMOUNT
                   MOVE WS-CUSTOMER-ID TO AFL-ADDED-BY
                   MOVE WS-RUN-DATE TO AFL-ADDED-DATE
                   WRITE ACH-FILTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-COMPANIES-ADDED
                   EXIT PARAGRAPH
           END-READ

           SET AFL-ACTIVE TO TRUE
           IF AFL-SEC-CODE NOT = AEX-SEC-CODE
               MOVE SPACES TO AFL-SEC-CODE
           END-IF
           IF AFL-MAX-AMOUNT > 0 AND AFL-MAX-AMOUNT < AEX-AMOUNT
               MOVE AEX-AMOUNT TO AFL-MAX-AMOUNT
           END-IF
           MOVE WS-CUSTOMER-ID TO AFL-ADDED-BY
           MOVE WS-RUN-DATE TO AFL-ADDED-DATE
           REWRITE ACH-FILTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-COMPANIES-ADDED.

       STAMP-AND-REWRITE.
           MOVE WS-CUSTOMER-ID TO AEX-DECIDED-BY
           MOVE WS-RUN-DATE TO AEX-DECIDED-DATE
           REWRITE ACH-DEBIT-EXCEPTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-ITEMS-DECIDED.

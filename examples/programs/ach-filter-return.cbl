       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFLTRT.

      ****************************************************************
      * ACH DEBIT FILTER SETTLEMENT. Runs each evening, after the
      * online day closes, over the ACHFLTEX exception queue that
      * ACHPOST's debit filter fills and the customer works on the
      * ACHFLTDC screen:
      *   - a debit the customer paid posts to the account with the
      *     same balance movement and GL pair (DR 20010000 /
      *     CR 11020000) ACHPOST would have applied, and closes
      *     posted
      *   - a debit the customer returned, and one still undecided
      *     on its decide-by date, lands on the ACHFLTRR feed for
      *     the ODFI return process as R29 (corporate customer
      *     advises not authorized) and closes returned
      * Each item is listed on the ACHFLTRP report. The run ends
      * RC=4 when a paid item could not be posted, leaving it open
      * for the deposit operations desk.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-EXCEPTION-FILE ASSIGN TO "ACHFLTEX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AEX-TRACE-NO
               FILE STATUS IS WS-AEX-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RETURN-FEED ASSIGN TO "ACHFLTRR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT FILTER-RPT ASSIGN TO "ACHFLTRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-EXCEPTION-FILE.
       COPY "ach-debit-exception.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  RETURN-FEED.
       01  RETURN-FEED-LINE          PIC X(100).

       FD  FILTER-RPT.
       01  FILTER-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AEX-FILE-STATUS    PIC X(2).
           88  WS-AEX-OK             VALUE "00".
           88  WS-AEX-EOF            VALUE "10".
           88  WS-AEX-MISSING        VALUE "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-RET-STATUS         PIC X(2).
           88  WS-RET-NOT-FOUND      VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-AMT-DISPLAY         PIC -Z(9)9.99.
       01  WS-ACTION-TEXT         PIC X(20).

      * the same balanced pair ACHPOST emits per posted debit
       01  WS-GL-SOURCE           PIC X(8) VALUE "ACHFLTRT".
       01  WS-GL-DR-ACCT          PIC X(8) VALUE "20010000".
       01  WS-GL-CR-ACCT          PIC X(8) VALUE "11020000".
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "DEPT".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

       01  WS-ITEMS-POSTED        PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-RETURNED      PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-LAPSED        PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-PENDING       PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O ACH-EXCEPTION-FILE
           IF WS-AEX-MISSING
               DISPLAY "ACHFLTRT: NO EXCEPTION QUEUE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN EXTEND RETURN-FEED
           IF WS-RET-NOT-FOUND
               OPEN OUTPUT RETURN-FEED
           END-IF
           OPEN OUTPUT FILTER-RPT
           MOVE SPACES TO FILTER-RPT-LINE
           STRING "ACH DEBIT FILTER SETTLEMENT FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO FILTER-RPT-LINE
           WRITE FILTER-RPT-LINE

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
                       IF AEX-OPEN
                           PERFORM SETTLE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FILTER-RPT
           CLOSE RETURN-FEED
           CLOSE ACCOUNT-MASTER
           CLOSE ACH-EXCEPTION-FILE

           DISPLAY "ACHFLTRT: ITEMS POSTED     = " WS-ITEMS-POSTED
           DISPLAY "ACHFLTRT: ITEMS RETURNED   = " WS-ITEMS-RETURNED
           DISPLAY "ACHFLTRT: RETURNED LAPSED  = " WS-ITEMS-LAPSED
           DISPLAY "ACHFLTRT: STILL PENDING    = " WS-ITEMS-PENDING
           DISPLAY "ACHFLTRT: EXCEPTIONS       = " WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * a pending item inside its window is left for the customer
       SETTLE-ONE-ITEM.
           EVALUATE TRUE
               WHEN AEX-APPROVED
                   PERFORM POST-THE-ITEM
               WHEN AEX-RETURN
                   PERFORM RETURN-THE-ITEM
                   ADD 1 TO WS-ITEMS-RETURNED
               WHEN AEX-DECIDE-BY-DATE <= WS-RUN-DATE
                   PERFORM RETURN-THE-ITEM
                   ADD 1 TO WS-ITEMS-LAPSED
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-PENDING
           END-EVALUATE.

       POST-THE-ITEM.
           MOVE AEX-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NO ACCOUNT - LEFT   " TO WS-ACTION-TEXT
                   PERFORM LIST-THE-ITEM
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-READ

           SUBTRACT AEX-AMOUNT FROM ACCT-CURRENT-BAL
           SUBTRACT AEX-AMOUNT FROM ACCT-AVAILABLE-BAL
           MOVE WS-RUN-DATE TO ACCT-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED      " TO WS-ACTION-TEXT
                   PERFORM LIST-THE-ITEM
                   ADD 1 TO WS-EXCEPTIONS
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE AEX-AMOUNT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-DESC
           STRING "ACH FILTER PAID " AEX-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-GL-DESC
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE
                               WS-GL-DR-ACCT
                               WS-GL-CR-ACCT
                               WS-GL-COST-CENTER
                               WS-GL-AMOUNT
                               WS-GL-DESC
                               WS-GL-RETURN-CODE

           SET AEX-POSTED TO TRUE
           PERFORM CLOSE-THE-ITEM
           MOVE "POSTED - CUST PAID  " TO WS-ACTION-TEXT
           PERFORM LIST-THE-ITEM
           ADD 1 TO WS-ITEMS-POSTED.

       RETURN-THE-ITEM.
           MOVE SPACES TO RETURN-FEED-LINE
           STRING "RETURN TRACE=" AEX-TRACE-NO
                  " ACCT=" AEX-ACCOUNT-NUMBER
                  " REASON=R29"
               DELIMITED BY SIZE INTO RETURN-FEED-LINE
           WRITE RETURN-FEED-LINE
           IF AEX-RETURN
               MOVE "RETURNED R29 - CUST " TO WS-ACTION-TEXT
           ELSE
               MOVE "RETURNED R29 - LAPSE" TO WS-ACTION-TEXT
           END-IF
           SET AEX-RETURNED TO TRUE
           MOVE "R29" TO AEX-RETURN-CODE
           PERFORM CLOSE-THE-ITEM
           PERFORM LIST-THE-ITEM.

       CLOSE-THE-ITEM.
           MOVE WS-RUN-DATE TO AEX-CLOSED-DATE
           REWRITE ACH-DEBIT-EXCEPTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXCEPTIONS
           END-REWRITE.

       LIST-THE-ITEM.
           MOVE AEX-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO FILTER-RPT-LINE
           STRING AEX-TRACE-NO " " AEX-ACCOUNT-NUMBER
                  " " AEX-COMPANY-ID " " AEX-COMPANY-NAME
                  " " AEX-SEC-CODE " " WS-AMT-DISPLAY
                  " " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO FILTER-RPT-LINE
           WRITE FILTER-RPT-LINE.

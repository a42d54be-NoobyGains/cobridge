       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHHLDDC.

      ****************************************************************
      * ACH ORIGINATOR HELD BATCH DECISION SCREEN: companion to
      * ACHORIG's exposure limits, ACHSUSPD-style. Walks the
      * originator batches held on ACHHOLDQ - over the originator's
      * daily or window limit, or of a suspended originator - and
      * takes the ACH desk's decision on each:
      *   A - approve: the next ACHORIG window transmits the batch,
      *       re-dated to its settlement date; the approval is
      *       checked against the operator's OPAUTH dollar limit
      *       for the batch's total
      *   R - reject: the batch is never sent; operations unwind
      *       the transfers behind it
      *   S - skip: leave it held
      * Decisions stamp the operator and date; the operator must
      * clear OPAUTH's HOLD function first.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-QUEUE ASSIGN TO "ACHHOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AHQ-KEY
               FILE STATUS IS WS-AHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-QUEUE.
       COPY "ach-batch-hold.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AHQ-STATUS         PIC X(2).
           88  WS-AHQ-OK             VALUE "00".
           88  WS-AHQ-EOF            VALUE "10".
           88  WS-AHQ-MISSING        VALUE "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-OPERATOR-ID         PIC 9(8).
       01  WS-DECISION            PIC X(1).
           88  WS-DECIDE-APPROVE      VALUE "A", "a".
           88  WS-DECIDE-REJECT       VALUE "R", "r".
           88  WS-DECIDE-SKIP         VALUE "S", "s".
           88  WS-DECIDE-EXIT         VALUE "E", "e".
       01  WS-ITEMS-WORKED        PIC 9(5) VALUE 0.
       01  WS-ITEMS-APPROVED      PIC 9(5) VALUE 0.
       01  WS-ITEMS-REJECTED      PIC 9(5) VALUE 0.
       01  WS-REASON-TEXT         PIC X(16).
       01  WS-DR-DISPLAY          PIC -Z(9)9.99.
       01  WS-CR-DISPLAY          PIC -Z(9)9.99.
       01  WS-DAY-DISPLAY         PIC -Z(9)9.99.
       01  WS-WDW-DISPLAY         PIC -Z(9)9.99.

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "HOLD".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "ACH ORIGINATOR HELD BATCHES".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID:".
           05  LINE 3  COLUMN 14 PIC 9(8) TO WS-OPERATOR-ID.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY OPERATOR-SCREEN
           ACCEPT OPERATOR-SCREEN

           CALL "OPAUTH" USING WS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               DISPLAY "ACHHLDDC: OPERATOR NOT AUTHORIZED"
               GOBACK
           END-IF

           OPEN I-O HOLD-QUEUE
           IF WS-AHQ-MISSING
               DISPLAY "ACHHLDDC: NO HELD BATCHES - NOTHING TO DO"
               GOBACK
           END-IF

           MOVE LOW-VALUES TO AHQ-KEY
           START HOLD-QUEUE KEY >= AHQ-KEY
               INVALID KEY
                   SET WS-AHQ-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AHQ-EOF
               READ HOLD-QUEUE NEXT RECORD
                   AT END
                       SET WS-AHQ-EOF TO TRUE
                   NOT AT END
                       IF AHQ-HELD
                           PERFORM WORK-ONE-ITEM
                           IF WS-DECIDE-EXIT
                               SET WS-AHQ-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLD-QUEUE

           DISPLAY "ACHHLDDC: ITEMS WORKED   = " WS-ITEMS-WORKED
           DISPLAY "ACHHLDDC: ITEMS APPROVED = " WS-ITEMS-APPROVED
           DISPLAY "ACHHLDDC: ITEMS REJECTED = " WS-ITEMS-REJECTED

           GOBACK.

       WORK-ONE-ITEM.
           EVALUATE TRUE
               WHEN AHQ-OVER-DAILY
                   MOVE "OVER DAILY LIMIT" TO WS-REASON-TEXT
               WHEN AHQ-OVER-WINDOW
                   MOVE "OVER WINDOW LIM " TO WS-REASON-TEXT
               WHEN AHQ-ORIG-SUSPENDED
                   MOVE "ORIG SUSPENDED  " TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "HELD            " TO WS-REASON-TEXT
           END-EVALUATE
           MOVE AHQ-TOTAL-DEBIT TO WS-DR-DISPLAY
           MOVE AHQ-TOTAL-CREDIT TO WS-CR-DISPLAY
           MOVE AHQ-DAILY-EXPOSURE TO WS-DAY-DISPLAY
           MOVE AHQ-WINDOW-EXPOSURE TO WS-WDW-DISPLAY

           DISPLAY " "
           DISPLAY "ORIGINATOR=" AHQ-COMPANY-ID
                   " HELD " AHQ-HOLD-DATE
                   " WINDOW " AHQ-WINDOW
                   " BATCH " AHQ-BATCH-NUMBER
           DISPLAY WS-REASON-TEXT
                   " ENTRIES=" AHQ-ENTRY-COUNT
                   " DEBITS=" WS-DR-DISPLAY
                   " CREDITS=" WS-CR-DISPLAY
           DISPLAY "EXPOSURE BEFORE: DAY=" WS-DAY-DISPLAY
                   " WINDOW=" WS-WDW-DISPLAY
           DISPLAY "A=APPROVE R=REJECT S=SKIP E=EXIT: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-THE-ITEM
               WHEN WS-DECIDE-REJECT
                   SET AHQ-REJECTED TO TRUE
                   PERFORM STAMP-AND-REWRITE
                   ADD 1 TO WS-ITEMS-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the approval is an exposure decision for the batch's whole
      * value, within the operator's own dollar authority
       APPROVE-THE-ITEM.
           COMPUTE WS-AUTH-AMOUNT =
                   AHQ-TOTAL-DEBIT + AHQ-TOTAL-CREDIT
           CALL "OPAUTH" USING WS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               DISPLAY "OVER YOUR APPROVAL LIMIT - LEFT HELD"
               EXIT PARAGRAPH
           END-IF
           SET AHQ-APPROVED TO TRUE
           PERFORM STAMP-AND-REWRITE
           ADD 1 TO WS-ITEMS-APPROVED.

       STAMP-AND-REWRITE.
           MOVE WS-OPERATOR-ID TO AHQ-DECIDED-BY
           MOVE WS-RUN-DATE TO AHQ-DECIDED-DATE
           REWRITE ACH-BATCH-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-ITEMS-WORKED.

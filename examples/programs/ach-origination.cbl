      * own row on the run-control register (RUNCTL) so a window
      * can be restarted after an abend but never originated
      * twice.
      *
      * A transfer out of the settlement account of a profiled
      * originator (ACHORIGP) is not packed with the bank's own:
      * each originator's entries are batched under its own company
      * id and name, and each batch is checked against the
      * originator's daily and window exposure limits before it is
      * written. A batch that would breach a limit - or any batch of
      * a suspended originator - is held on ACHHOLDQ for the ACH
      * desk (ACHHLDDC) and the run ends RC=4; each window first
      * transmits the batches approved since the last, re-dated to
      * its own settlement date. What goes out per originator is
      * counted on ACHORGVL for the return-rate report (ACHRRATE).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACH-OUT ASSIGN TO "ACHOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ORIGINATOR-FILE ASSIGN TO "ACHORIGP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOP-COMPANY-ID
               ALTERNATE RECORD KEY IS AOP-ACCOUNT-NUMBER
               FILE STATUS IS WS-AOP-STATUS.
           SELECT HOLD-QUEUE ASSIGN TO "ACHHOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AHQ-KEY
               FILE STATUS IS WS-AHQ-STATUS.
           SELECT VOLUME-FILE ASSIGN TO "ACHORGVL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOV-KEY
               FILE STATUS IS WS-AOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-OUT.
       COPY "ach-batch.cpy".

       FD  ORIGINATOR-FILE.
       COPY "ach-originator.cpy".

       FD  HOLD-QUEUE.
       COPY "ach-batch-hold.cpy".

       FD  VOLUME-FILE.
       COPY "ach-orig-volume.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-OK             VALUE "00".
           88  WS-TXN-EOF            VALUE "10".
       01  WS-ACH-STATUS         PIC X(2).
           88  WS-ACH-OK             VALUE "00".
       01  WS-AOP-STATUS         PIC X(2).
           88  WS-AOP-OK             VALUE "00".
           88  WS-AOP-EOF            VALUE "10".
           88  WS-AOP-MISSING        VALUE "35".
       01  WS-AHQ-STATUS         PIC X(2).
           88  WS-AHQ-OK             VALUE "00".
           88  WS-AHQ-EOF            VALUE "10".
           88  WS-AHQ-NOT-FOUND      VALUE "23", "35".
       01  WS-AOV-STATUS         PIC X(2).
           88  WS-AOV-NOT-FOUND      VALUE "23", "35".

      * institution constants carried on every outbound batch
       01  WS-COMPANY-NAME        PIC X(16) VALUE "COBRIDGE BANK".
       01  WS-ENTRY-IDX           PIC 9(4) COMP.
       01  WS-BATCH-OPEN          PIC X(1) VALUE "N".
           88  WS-BATCH-IN-PROGRESS   VALUE "Y".
       01  WS-TXN-QUALIFIES       PIC X(1).
           88  WS-TXN-SELECTABLE      VALUE "Y".

      * originator batches: the profile file is absent until the
      * first originator is set up. The first pass packs the bank's
      * own entries; the second re-reads the day's transactions
      * once per originator for its entries alone.
       01  WS-ORIG-FILE-FLAG      PIC X(1) VALUE "Y".
           88  WS-HAVE-ORIG-FILE      VALUE "Y".
       01  WS-PASS-FLAG           PIC X(1) VALUE "B".
           88  WS-BANK-PASS           VALUE "B".
           88  WS-ORIGINATOR-PASS     VALUE "O".
       01  WS-BATCH-DEBIT-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BATCH-CREDIT-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BATCH-EXPOSURE      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HOLD-REASON         PIC X(1).
       01  WS-TXNS-FOR-ORIGS      PIC 9(9) COMP VALUE 0.
       01  WS-ORIG-BATCHES        PIC 9(9) COMP VALUE 0.
       01  WS-BATCHES-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-HELD-RELEASED       PIC 9(9) COMP VALUE 0.
       01  WS-WINDOW-TEST         PIC X(1).
           88  WS-ENTRY-IN-WINDOW     VALUE "Y".
      * whether the earlier intraday windows completed today, off

           OPEN INPUT TRANSACTION-IN
           OPEN OUTPUT ACH-OUT
           PERFORM OPEN-ORIGINATOR-FILES
           IF WS-HAVE-ORIG-FILE
               PERFORM SEND-APPROVED-BATCHES
           END-IF

           PERFORM UNTIL WS-TXN-EOF
               READ TRANSACTION-IN
           IF WS-BATCH-IN-PROGRESS
               PERFORM CLOSE-CURRENT-BATCH
           END-IF
           CLOSE TRANSACTION-IN

           IF WS-HAVE-ORIG-FILE
               SET WS-ORIGINATOR-PASS TO TRUE
               PERFORM ORIGINATE-FOR-ORIGINATORS
               CLOSE ORIGINATOR-FILE
           END-IF
           CLOSE HOLD-QUEUE
           CLOSE VOLUME-FILE
           CLOSE ACH-OUT

           MOVE WS-TXNS-SELECTED TO WS-RNC-COUNT
           DISPLAY "ACHORIG: BATCHES WRITTEN   = " WS-BATCHES-WRITTEN
           DISPLAY "ACHORIG: TOTAL CREDITS     = " WS-TOTAL-CREDIT
           DISPLAY "ACHORIG: TOTAL DEBITS      = " WS-TOTAL-DEBIT
           DISPLAY "ACHORIG: ORIGINATOR ENTRIES= " WS-TXNS-FOR-ORIGS
           DISPLAY "ACHORIG: ORIGINATOR BATCHES= " WS-ORIG-BATCHES
           DISPLAY "ACHORIG: BATCHES HELD      = " WS-BATCHES-HELD
           DISPLAY "ACHORIG: APPROVED SENT     = " WS-HELD-RELEASED
           IF WS-BATCHES-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * carrying an off-us routing number in the reference qualify
      * for origination; anything else stays an on-us item already
      * settled by TXNPOST
      * a profiled originator's transfers wait for the originator
      * pass
       SELECT-ONE-TXN.
           PERFORM QUALIFY-ONE-TXN
           IF NOT WS-TXN-SELECTABLE
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-ORIG-FILE
               MOVE TXN-FROM-ACCOUNT TO AOP-ACCOUNT-NUMBER
               READ ORIGINATOR-FILE KEY IS AOP-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-TXNS-FOR-ORIGS
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF NOT WS-BATCH-IN-PROGRESS
               PERFORM START-NEW-BATCH
           END-IF

           PERFORM ADD-ENTRY-TO-BATCH

           IF ACH-ENTRY-COUNT >= 50
               PERFORM CLOSE-CURRENT-BATCH
           END-IF.

      * the skip counts are taken on the bank pass only, so an
      * originator's re-read does not count a transaction twice
       QUALIFY-ONE-TXN.
           MOVE "N" TO WS-TXN-QUALIFIES
           IF NOT (TXN-TRANSFER OR TXN-PAYMENT)
                   OR NOT TXN-COMPLETED
               EXIT PARAGRAPH

           MOVE TXN-REFERENCE(1:9) TO WS-ROUTING-TEST
           IF WS-ROUTING-TEST NOT NUMERIC
               IF WS-BANK-PASS
                   ADD 1 TO WS-TXNS-SKIPPED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROUTING-TEST TO WS-ROUTING-WORK

           PERFORM TEST-ENTRY-WINDOW
           IF NOT WS-ENTRY-IN-WINDOW
               IF WS-BANK-PASS
                   ADD 1 TO WS-TXNS-OTHER-WINDOW
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TXN-QUALIFIES.

      * each originator in turn: its entries re-read off the day's
      * transactions, batched under its own header, and every batch
      * tested against its exposure limits as it closes
       ORIGINATE-FOR-ORIGINATORS.
           MOVE LOW-VALUES TO AOP-COMPANY-ID
           START ORIGINATOR-FILE KEY >= AOP-COMPANY-ID
               INVALID KEY
                   SET WS-AOP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-AOP-EOF
               READ ORIGINATOR-FILE NEXT RECORD
                   AT END
                       SET WS-AOP-EOF TO TRUE
                   NOT AT END
                       PERFORM ORIGINATE-FOR-ONE
               END-READ
           END-PERFORM.

       ORIGINATE-FOR-ONE.
           PERFORM RESET-EXPOSURE
           OPEN INPUT TRANSACTION-IN
           MOVE "00" TO WS-TXN-STATUS
           PERFORM UNTIL WS-TXN-EOF
               READ TRANSACTION-IN
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-FROM-ACCOUNT = AOP-ACCOUNT-NUMBER
                           PERFORM SELECT-ORIGINATOR-TXN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-IN
           IF WS-BATCH-IN-PROGRESS
               PERFORM CLOSE-ORIGINATOR-BATCH
           END-IF
           REWRITE ACH-ORIGINATOR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       SELECT-ORIGINATOR-TXN.
           PERFORM QUALIFY-ONE-TXN
           IF NOT WS-TXN-SELECTABLE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BATCH-IN-PROGRESS
               PERFORM START-NEW-BATCH
               MOVE AOP-COMPANY-NAME TO ACH-COMPANY-NAME
               MOVE AOP-COMPANY-ID TO ACH-COMPANY-ID
               IF AOP-SEC-CODE NOT = SPACES
                   MOVE AOP-SEC-CODE TO ACH-SEC-CODE
               END-IF
           END-IF

           PERFORM ADD-ENTRY-TO-BATCH

           IF ACH-ENTRY-COUNT >= 50
               PERFORM CLOSE-ORIGINATOR-BATCH
           END-IF.

      * the accumulators run per business day and per window
       RESET-EXPOSURE.
           IF AOP-EXPOSURE-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO AOP-EXPOSURE-DATE
               MOVE 0 TO AOP-DAILY-EXPOSURE
               MOVE SPACE TO AOP-WINDOW-ID
           END-IF
           IF AOP-WINDOW-ID NOT = WS-WINDOW
               MOVE WS-WINDOW TO AOP-WINDOW-ID
               MOVE 0 TO AOP-WINDOW-EXPOSURE
           END-IF.

      * credits and debits alike are exposure: the bank stands
      * behind the credits until the originator funds them and
      * behind the debits until their return window closes
       CLOSE-ORIGINATOR-BATCH.
           ADD 1 TO WS-ORIG-BATCHES
           COMPUTE WS-BATCH-EXPOSURE =
                   WS-BATCH-DEBIT-AMT + WS-BATCH-CREDIT-AMT
           MOVE SPACE TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN NOT AOP-ACTIVE
                   MOVE "S" TO WS-HOLD-REASON
               WHEN AOP-DAILY-LIMIT > 0
                       AND AOP-DAILY-EXPOSURE + WS-BATCH-EXPOSURE
                           > AOP-DAILY-LIMIT
                   MOVE "D" TO WS-HOLD-REASON
               WHEN AOP-WINDOW-LIMIT > 0
                       AND AOP-WINDOW-EXPOSURE + WS-BATCH-EXPOSURE
                           > AOP-WINDOW-LIMIT
                   MOVE "W" TO WS-HOLD-REASON
           END-EVALUATE

           IF WS-HOLD-REASON = SPACE
               ADD WS-BATCH-EXPOSURE TO AOP-DAILY-EXPOSURE
               ADD WS-BATCH-EXPOSURE TO AOP-WINDOW-EXPOSURE
               PERFORM CLOSE-CURRENT-BATCH
               PERFORM RECORD-ORIGINATOR-VOLUME
           ELSE
               PERFORM HOLD-CURRENT-BATCH
           END-IF.

      * a held batch leaves the window's totals; it is counted
      * again in the window that transmits it
       HOLD-CURRENT-BATCH.
           PERFORM FINISH-BATCH-CONTROL
           INITIALIZE ACH-BATCH-HOLD-RECORD
           MOVE AOP-COMPANY-ID TO AHQ-COMPANY-ID
           MOVE WS-RUN-DATE TO AHQ-HOLD-DATE
           MOVE WS-WINDOW TO AHQ-WINDOW
           MOVE ACH-BATCH-NUMBER TO AHQ-BATCH-NUMBER
           SET AHQ-HELD TO TRUE
           MOVE WS-HOLD-REASON TO AHQ-HOLD-REASON
           MOVE ACH-ENTRY-COUNT TO AHQ-ENTRY-COUNT
           MOVE WS-BATCH-DEBIT-AMT TO AHQ-TOTAL-DEBIT
           MOVE WS-BATCH-CREDIT-AMT TO AHQ-TOTAL-CREDIT
           MOVE AOP-DAILY-EXPOSURE TO AHQ-DAILY-EXPOSURE
           MOVE AOP-WINDOW-EXPOSURE TO AHQ-WINDOW-EXPOSURE
           MOVE ACH-BATCH-RECORD TO AHQ-BATCH-IMAGE
           WRITE ACH-BATCH-HOLD-RECORD
               INVALID KEY
                   DISPLAY "ACHORIG: HOLD WRITE FAILED "
                           AHQ-COMPANY-ID " " AHQ-BATCH-NUMBER
           END-WRITE
           SUBTRACT ACH-ENTRY-COUNT FROM WS-TXNS-SELECTED
           SUBTRACT WS-BATCH-DEBIT-AMT FROM WS-TOTAL-DEBIT
           SUBTRACT WS-BATCH-CREDIT-AMT FROM WS-TOTAL-CREDIT
           ADD 1 TO WS-BATCHES-HELD
           MOVE "N" TO WS-BATCH-OPEN.

      * approved batches go out first, under this window's
      * settlement date and a fresh batch number, and count
      * against the originator's exposure like any other
       SEND-APPROVED-BATCHES.
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
                       IF AHQ-APPROVED
                           PERFORM SEND-ONE-APPROVED
                       END-IF
               END-READ
           END-PERFORM.

       SEND-ONE-APPROVED.
           MOVE AHQ-BATCH-IMAGE TO ACH-BATCH-RECORD
           ADD 1 TO WS-BATCH-NUMBER
           MOVE WS-BATCH-NUMBER TO ACH-BATCH-NUMBER
           MOVE WS-BATCH-NUMBER TO ACH-CTL-BATCH-NO
           MOVE WS-EFFECTIVE-DATE TO ACH-DESC-DATE
           MOVE WS-EFFECTIVE-DATE TO ACH-EFFECTIVE-DATE
           WRITE ACH-BATCH-RECORD
           ADD 1 TO WS-BATCHES-WRITTEN
           ADD 1 TO WS-HELD-RELEASED
           ADD AHQ-ENTRY-COUNT TO WS-TXNS-SELECTED
           ADD AHQ-TOTAL-DEBIT TO WS-TOTAL-DEBIT
           ADD AHQ-TOTAL-CREDIT TO WS-TOTAL-CREDIT

           SET AHQ-TRANSMITTED TO TRUE
           MOVE WS-RUN-DATE TO AHQ-SENT-DATE
           MOVE WS-BATCH-NUMBER TO AHQ-SENT-BATCH-NUMBER
           REWRITE ACH-BATCH-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE AHQ-COMPANY-ID TO AOP-COMPANY-ID
           READ ORIGINATOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM RESET-EXPOSURE
           ADD AHQ-TOTAL-DEBIT AHQ-TOTAL-CREDIT
               TO AOP-DAILY-EXPOSURE AOP-WINDOW-EXPOSURE
           REWRITE ACH-ORIGINATOR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM RECORD-ORIGINATOR-VOLUME.

      * the day's transmitted entries per originator, for the
      * return-rate denominators
       RECORD-ORIGINATOR-VOLUME.
           MOVE ACH-COMPANY-ID TO AOV-COMPANY-ID
           MOVE WS-RUN-DATE TO AOV-ORIG-DATE
           READ VOLUME-FILE
               INVALID KEY
                   INITIALIZE ACH-ORIG-VOLUME-RECORD
                   MOVE ACH-COMPANY-ID TO AOV-COMPANY-ID
                   MOVE WS-RUN-DATE TO AOV-ORIG-DATE
                   WRITE ACH-ORIG-VOLUME-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > ACH-ENTRY-COUNT
               IF ACH-DET-TXN-CODE(WS-ENTRY-IDX) = 27
                       OR ACH-DET-TXN-CODE(WS-ENTRY-IDX) = 37
                   ADD 1 TO AOV-DEBIT-ENTRIES
               ELSE
                   ADD 1 TO AOV-CREDIT-ENTRIES
               END-IF
           END-PERFORM
           COMPUTE AOV-DEBIT-AMOUNT =
                   AOV-DEBIT-AMOUNT + ACH-CTL-TOTAL-DEBIT / 100
           COMPUTE AOV-CREDIT-AMOUNT =
                   AOV-CREDIT-AMOUNT + ACH-CTL-TOTAL-CREDIT / 100
           REWRITE ACH-ORIG-VOLUME-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       OPEN-ORIGINATOR-FILES.
           OPEN I-O ORIGINATOR-FILE
           IF WS-AOP-MISSING
               MOVE "N" TO WS-ORIG-FILE-FLAG
           END-IF
           OPEN I-O HOLD-QUEUE
           IF WS-AHQ-NOT-FOUND
               OPEN OUTPUT HOLD-QUEUE
               CLOSE HOLD-QUEUE
               OPEN I-O HOLD-QUEUE
           END-IF
           OPEN I-O VOLUME-FILE
           IF WS-AOV-NOT-FOUND
               OPEN OUTPUT VOLUME-FILE
               CLOSE VOLUME-FILE
               OPEN I-O VOLUME-FILE
           END-IF.

      * each entry originates exactly once: the morning and midday
           MOVE WS-ODFI-ID TO ACH-ODFI-ID
           MOVE WS-BATCH-NUMBER TO ACH-BATCH-NUMBER
           MOVE 0 TO ACH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-DEBIT-AMT
           MOVE 0 TO WS-BATCH-CREDIT-AMT
           MOVE "Y" TO WS-BATCH-OPEN.

       ADD-ENTRY-TO-BATCH.
               ADD ACH-DET-AMOUNT(WS-ENTRY-IDX)
                   TO ACH-CTL-TOTAL-DEBIT
               ADD TXN-AMOUNT TO WS-TOTAL-DEBIT
               ADD TXN-AMOUNT TO WS-BATCH-DEBIT-AMT
           ELSE
               ADD ACH-DET-AMOUNT(WS-ENTRY-IDX)
                   TO ACH-CTL-TOTAL-CREDIT
               ADD TXN-AMOUNT TO WS-TOTAL-CREDIT
               ADD TXN-AMOUNT TO WS-BATCH-CREDIT-AMT
           END-IF
           ADD WS-ROUTE-RDFI TO ACH-CTL-ENTRY-HASH
           ADD 1 TO WS-TXNS-SELECTED.

       CLOSE-CURRENT-BATCH.
           PERFORM FINISH-BATCH-CONTROL
           WRITE ACH-BATCH-RECORD
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE "N" TO WS-BATCH-OPEN.

       FINISH-BATCH-CONTROL.
           MOVE 8 TO ACH-CTL-RECORD-TYPE
           MOVE ACH-SERVICE-CLASS TO ACH-CTL-SERVICE-CLASS
           MOVE ACH-ENTRY-COUNT TO ACH-CTL-ENTRY-COUNT
           MOVE ACH-COMPANY-ID TO ACH-CTL-COMPANY-ID
           MOVE WS-ODFI-ID TO ACH-CTL-ODFI-ID
           MOVE ACH-BATCH-NUMBER TO ACH-CTL-BATCH-NO.

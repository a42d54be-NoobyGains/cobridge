       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILOGBLD.

      ****************************************************************
      * DAILY BATCH: monetary instrument log. Reads the day's official
      * check sales off the check issuance table (CHKISSUE, written
      * by OFCKSALE), totals the currency each purchaser paid across
      * all of them, and for every purchaser whose day's cash comes
      * to WS-LOG-FLOOR through WS-CTR-THRESHOLD writes each item
      * to the monetary instrument log (MILOG) - so several smaller
      * purchases that add up are logged together. Also lists on
      * MILOGRPT:
      *   - a logged purchaser whose identification is incomplete
      *     (name, address, date of birth and SSN or an ID number)
      *   - a purchaser whose day's cash ran over the CTR threshold:
      *     not a log item, the CTR filing should be confirmed
      * Purchasers are matched by customer id, else SSN, else the
      * ID document, else name and date of birth. Log rows past the
      * five-year retention are purged on every run. A rerun for
      * the same day leaves already-logged items alone.
      * RC=4 when any exception is listed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUANCE-TABLE ASSIGN TO "CHKISSUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT MI-LOG-FILE ASSIGN TO "MILOG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MIL-KEY
               FILE STATUS IS WS-MIL-STATUS.
           SELECT LOG-REPORT ASSIGN TO "MILOGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  MI-LOG-FILE.
       COPY "monetary-instrument-log.cpy".

       FD  LOG-REPORT.
       01  LOG-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHK-FILE-STATUS    PIC X(2).
           88  WS-CHK-OK             VALUE "00".
           88  WS-CHK-EOF            VALUE "10".
           88  WS-CHK-MISSING        VALUE "35".
       01  WS-MIL-STATUS         PIC X(2).
           88  WS-MIL-OK             VALUE "00".
           88  WS-MIL-EOF            VALUE "10".
           88  WS-MIL-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-LOG-FLOOR           PIC 9(7)V99 COMP-3 VALUE 3000.00.
       01  WS-CTR-THRESHOLD       PIC 9(7)V99 COMP-3 VALUE 10000.00.
      * five years, subtracted straight off YYYYMMDD
       01  WS-RETAIN-YEARS        PIC 9(5) VALUE 50000.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PURGE-CUTOFF        PIC 9(8).
       01  WS-PUR-KEY             PIC X(40).
       01  WS-RPT-TEXT            PIC X(40).
       01  WS-AMT-OUT             PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-OUT           PIC Z,ZZZ,ZZ9.99.
       01  WS-PURGE-DONE          PIC X(1).
           88  WS-PURGE-FINISHED      VALUE "Y".

      * per-purchaser totals for the day
       01  WS-PA-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PA-IDX              PIC 9(4) COMP.
       01  WS-PA-FOUND            PIC X(1).
           88  WS-PA-HIT               VALUE "Y".
       01  WS-PURCHASER-TABLE.
           05  WS-PA-ENTRY OCCURS 1000 TIMES.
               10  WS-PA-KEY          PIC X(40).
               10  WS-PA-NAME         PIC X(40).
               10  WS-PA-CASH         PIC S9(11)V99 COMP-3.
               10  WS-PA-ITEMS        PIC 9(3) COMP.
               10  WS-PA-ID-SHORT     PIC X(1).
                   88  WS-PA-ID-INCOMPLETE VALUE "Y".

       01  WS-SALES-READ          PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-LOGGED        PIC 9(9) COMP VALUE 0.
       01  WS-ALREADY-LOGGED      PIC 9(9) COMP VALUE 0.
       01  WS-ID-INCOMPLETE       PIC 9(9) COMP VALUE 0.
       01  WS-OVER-CTR            PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-PURGED         PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PURGE-CUTOFF = WS-RUN-DATE - WS-RETAIN-YEARS

           OPEN I-O MI-LOG-FILE
           IF WS-MIL-MISSING
               OPEN OUTPUT MI-LOG-FILE
               CLOSE MI-LOG-FILE
               OPEN I-O MI-LOG-FILE
           END-IF
           IF NOT WS-MIL-OK
               DISPLAY "MILOGBLD: CANNOT OPEN MILOG - STATUS "
                       WS-MIL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LOG-REPORT

           OPEN INPUT CHECK-ISSUANCE-TABLE
           IF WS-CHK-MISSING
               DISPLAY "MILOGBLD: NO CHECK ISSUANCE TABLE - NO SALES"
           ELSE
               PERFORM TOTAL-THE-PURCHASERS
               CLOSE CHECK-ISSUANCE-TABLE
               OPEN INPUT CHECK-ISSUANCE-TABLE
               PERFORM LOG-THE-ITEMS
               CLOSE CHECK-ISSUANCE-TABLE
               PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
                   PERFORM REPORT-ONE-PURCHASER
               END-PERFORM
           END-IF

           PERFORM PURGE-EXPIRED-ROWS

           CLOSE LOG-REPORT
           CLOSE MI-LOG-FILE

           DISPLAY "MILOGBLD: SALES READ      = " WS-SALES-READ
           DISPLAY "MILOGBLD: ITEMS LOGGED    = " WS-ITEMS-LOGGED
           DISPLAY "MILOGBLD: ALREADY LOGGED  = " WS-ALREADY-LOGGED
           DISPLAY "MILOGBLD: ID INCOMPLETE   = " WS-ID-INCOMPLETE
           DISPLAY "MILOGBLD: OVER CTR        = " WS-OVER-CTR
           DISPLAY "MILOGBLD: ROWS PURGED     = " WS-ROWS-PURGED
           IF WS-ID-INCOMPLETE > 0 OR WS-OVER-CTR > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * first pass: the day's cash per purchaser
       TOTAL-THE-PURCHASERS.
           MOVE LOW-VALUES TO CHK-KEY
           START CHECK-ISSUANCE-TABLE KEY >= CHK-KEY
               INVALID KEY
                   SET WS-CHK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CHK-EOF
               READ CHECK-ISSUANCE-TABLE NEXT RECORD
                   AT END
                       SET WS-CHK-EOF TO TRUE
                   NOT AT END
                       IF CHK-OFFICIAL-ITEM
                               AND CHK-ISSUE-DATE = WS-RUN-DATE
                               AND CHK-CASH-AMOUNT > 0
                           ADD 1 TO WS-SALES-READ
                           PERFORM ADD-TO-PURCHASER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TO-PURCHASER.
           PERFORM BUILD-PURCHASER-KEY
           PERFORM FIND-PURCHASER
           IF NOT WS-PA-HIT
               IF WS-PA-COUNT >= 1000
                   DISPLAY "MILOGBLD: PURCHASER TABLE FULL - ENLARGE"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PA-COUNT
               MOVE WS-PA-COUNT TO WS-PA-IDX
               MOVE WS-PUR-KEY TO WS-PA-KEY(WS-PA-IDX)
               MOVE CHK-PUR-NAME TO WS-PA-NAME(WS-PA-IDX)
               MOVE 0 TO WS-PA-CASH(WS-PA-IDX)
               MOVE 0 TO WS-PA-ITEMS(WS-PA-IDX)
               MOVE "N" TO WS-PA-ID-SHORT(WS-PA-IDX)
           END-IF
           ADD CHK-CASH-AMOUNT TO WS-PA-CASH(WS-PA-IDX)
           ADD 1 TO WS-PA-ITEMS(WS-PA-IDX)
           IF CHK-PUR-NAME = SPACES OR CHK-PUR-STREET = SPACES
                   OR CHK-PUR-DOB = 0
                   OR (CHK-PUR-SSN = SPACES
                       AND CHK-PUR-ID-NUMBER = SPACES)
               SET WS-PA-ID-INCOMPLETE(WS-PA-IDX) TO TRUE
           END-IF.

      * the strongest identifier the teller captured wins
       BUILD-PURCHASER-KEY.
           MOVE SPACES TO WS-PUR-KEY
           EVALUATE TRUE
               WHEN CHK-PUR-CUST-ID NOT = 0
                   STRING "C" CHK-PUR-CUST-ID
                       DELIMITED BY SIZE INTO WS-PUR-KEY
               WHEN CHK-PUR-SSN NOT = SPACES
                   STRING "S" CHK-PUR-SSN
                       DELIMITED BY SIZE INTO WS-PUR-KEY
               WHEN CHK-PUR-ID-NUMBER NOT = SPACES
                   STRING "I" CHK-PUR-ID-TYPE CHK-PUR-ID-NUMBER
                       DELIMITED BY SIZE INTO WS-PUR-KEY
               WHEN OTHER
                   STRING "N" CHK-PUR-NAME(1:31) CHK-PUR-DOB
                       DELIMITED BY SIZE INTO WS-PUR-KEY
           END-EVALUATE.

       FIND-PURCHASER.
           MOVE "N" TO WS-PA-FOUND
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT OR WS-PA-HIT
               IF WS-PA-KEY(WS-PA-IDX) = WS-PUR-KEY
                   SET WS-PA-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-PA-HIT
               SUBTRACT 1 FROM WS-PA-IDX
           END-IF.

      * second pass: log every item of a purchaser inside the band
       LOG-THE-ITEMS.
           MOVE LOW-VALUES TO CHK-KEY
           START CHECK-ISSUANCE-TABLE KEY >= CHK-KEY
               INVALID KEY
                   SET WS-CHK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CHK-EOF
               READ CHECK-ISSUANCE-TABLE NEXT RECORD
                   AT END
                       SET WS-CHK-EOF TO TRUE
                   NOT AT END
                       IF CHK-OFFICIAL-ITEM
                               AND CHK-ISSUE-DATE = WS-RUN-DATE
                               AND CHK-CASH-AMOUNT > 0
                           PERFORM LOG-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       LOG-ONE-ITEM.
           PERFORM BUILD-PURCHASER-KEY
           PERFORM FIND-PURCHASER
           IF NOT WS-PA-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-PA-CASH(WS-PA-IDX) < WS-LOG-FLOOR
                   OR WS-PA-CASH(WS-PA-IDX) > WS-CTR-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           INITIALIZE MI-LOG-RECORD
           MOVE CHK-ISSUE-DATE TO MIL-PURCHASE-DATE
           MOVE CHK-ACCOUNT-NUMBER TO MIL-ISSUE-ACCOUNT
           MOVE CHK-CHECK-NUMBER TO MIL-SERIAL-NUMBER
           MOVE CHK-ITEM-TYPE TO MIL-ITEM-TYPE
           MOVE CHK-AMOUNT TO MIL-AMOUNT
           MOVE CHK-CASH-AMOUNT TO MIL-CASH-AMOUNT
           MOVE WS-PA-CASH(WS-PA-IDX) TO MIL-DAY-CASH-TOTAL
           MOVE WS-PA-ITEMS(WS-PA-IDX) TO MIL-DAY-ITEM-COUNT
           MOVE CHK-PAYEE-NAME TO MIL-PAYEE-NAME
           MOVE CHK-PURCHASER TO MIL-PURCHASER
           MOVE CHK-BRANCH-ID TO MIL-BRANCH-ID
           MOVE CHK-DRAWER-ID TO MIL-DRAWER-ID
           MOVE CHK-SOLD-BY TO MIL-SOLD-BY
           MOVE WS-RUN-DATE TO MIL-LOGGED-DATE
           WRITE MI-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-LOGGED
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ITEMS-LOGGED

           MOVE CHK-CASH-AMOUNT TO WS-AMT-OUT
           MOVE WS-PA-CASH(WS-PA-IDX) TO WS-TOTAL-OUT
           MOVE SPACES TO LOG-REPORT-LINE
           STRING "MIL LOGGED  " CHK-ACCOUNT-NUMBER
                  " " CHK-CHECK-NUMBER
                  " TYPE " CHK-ITEM-TYPE
                  " CASH " WS-AMT-OUT
                  " DAY " WS-TOTAL-OUT
                  " BR " CHK-BRANCH-ID
                  " " CHK-PUR-NAME(1:30)
               DELIMITED BY SIZE INTO LOG-REPORT-LINE
           WRITE LOG-REPORT-LINE.

       REPORT-ONE-PURCHASER.
           MOVE SPACES TO WS-RPT-TEXT
           EVALUATE TRUE
               WHEN WS-PA-CASH(WS-PA-IDX) > WS-CTR-THRESHOLD
                   MOVE "CASH OVER CTR THRESHOLD - CONFIRM CTR"
                       TO WS-RPT-TEXT
                   ADD 1 TO WS-OVER-CTR
               WHEN WS-PA-CASH(WS-PA-IDX) < WS-LOG-FLOOR
                   EXIT PARAGRAPH
               WHEN WS-PA-ID-INCOMPLETE(WS-PA-IDX)
                   MOVE "IDENTIFICATION INCOMPLETE - OBTAIN"
                       TO WS-RPT-TEXT
                   ADD 1 TO WS-ID-INCOMPLETE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-PA-CASH(WS-PA-IDX) TO WS-TOTAL-OUT
           MOVE SPACES TO LOG-REPORT-LINE
           STRING "MIL EXCEPT  " WS-PA-KEY(WS-PA-IDX)(1:21)
                  " DAY " WS-TOTAL-OUT
                  " " WS-PA-NAME(WS-PA-IDX)(1:25)
                  " " WS-RPT-TEXT
               DELIMITED BY SIZE INTO LOG-REPORT-LINE
           WRITE LOG-REPORT-LINE.

      * rows are keyed by purchase date, so the expired ones are all
      * at the front of the file
       PURGE-EXPIRED-ROWS.
           MOVE "N" TO WS-PURGE-DONE
           MOVE LOW-VALUES TO MIL-KEY
           START MI-LOG-FILE KEY >= MIL-KEY
               INVALID KEY
                   SET WS-PURGE-FINISHED TO TRUE
           END-START
           PERFORM UNTIL WS-PURGE-FINISHED
               READ MI-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-PURGE-FINISHED TO TRUE
                   NOT AT END
                       IF MIL-PURCHASE-DATE < WS-PURGE-CUTOFF
                           DELETE MI-LOG-FILE RECORD
                           ADD 1 TO WS-ROWS-PURGED
                       ELSE
                           SET WS-PURGE-FINISHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRRATE.

      ****************************************************************
      * MONTHLY BATCH: ODFI return-rate monitoring of our ACH
      * originators. For every originator on the profile file
      * (ACHORIGP), over the rolling 60 days ending on the run date:
      * the debit entries ACHORIG transmitted for it (ACHORGVL)
      * against the returns ACHRETRN matched back to its debit
      * entries (ACHRTHST), giving the unauthorized, administrative
      * and overall return rates. Each rate is tested against its
      * Nacha threshold - unauthorized 0.5%, administrative 3.0%,
      * overall 15.0% - and flagged OVER at or above it, or NEAR at
      * or above four-fifths of it, for the ACH desk to take up
      * with the originator. The listing is on ACHRRRPT; the run
      * ends RC=4 when anyone is flagged.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINATOR-FILE ASSIGN TO "ACHORIGP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOP-COMPANY-ID
               ALTERNATE RECORD KEY IS AOP-ACCOUNT-NUMBER
               FILE STATUS IS WS-AOP-STATUS.
           SELECT VOLUME-FILE ASSIGN TO "ACHORGVL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOV-KEY
               FILE STATUS IS WS-AOV-STATUS.
           SELECT RETURN-HISTORY ASSIGN TO "ACHRTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARH-TRACE-NO
               ALTERNATE RECORD KEY IS ARH-COMPANY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ARH-STATUS.
           SELECT RATE-RPT ASSIGN TO "ACHRRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGINATOR-FILE.
       COPY "ach-originator.cpy".

       FD  VOLUME-FILE.
       COPY "ach-orig-volume.cpy".

       FD  RETURN-HISTORY.
       COPY "ach-return-history.cpy".

       FD  RATE-RPT.
       01  RATE-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AOP-STATUS         PIC X(2).
           88  WS-AOP-OK             VALUE "00".
           88  WS-AOP-EOF            VALUE "10".
           88  WS-AOP-MISSING        VALUE "35".
       01  WS-AOV-STATUS         PIC X(2).
           88  WS-AOV-EOF            VALUE "10".
           88  WS-AOV-MISSING        VALUE "35".
       01  WS-ARH-STATUS         PIC X(2).
           88  WS-ARH-EOF            VALUE "10".
           88  WS-ARH-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 60.
       01  WS-WINDOW-START        PIC 9(8).
       01  WS-HAVE-VOLUME         PIC X(1) VALUE "Y".
           88  WS-VOLUME-UP           VALUE "Y".
       01  WS-HAVE-HISTORY        PIC X(1) VALUE "Y".
           88  WS-HISTORY-UP          VALUE "Y".

      * Nacha return-rate thresholds, in percent, and the share of
      * each at which an originator is flagged as near it
       01  WS-UNAUTH-THRESHOLD    PIC 9(3)V99 VALUE 0.50.
       01  WS-ADMIN-THRESHOLD     PIC 9(3)V99 VALUE 3.00.
       01  WS-OVERALL-THRESHOLD   PIC 9(3)V99 VALUE 15.00.
       01  WS-NEAR-FACTOR         PIC 9V99 VALUE 0.80.
       01  WS-NEAR-LEVEL          PIC 9(3)V9(4).

      * one originator's 60 days
       01  WS-DEBIT-ENTRIES       PIC 9(9) COMP.
       01  WS-CREDIT-ENTRIES      PIC 9(9) COMP.
       01  WS-UNAUTH-RETURNS      PIC 9(9) COMP.
       01  WS-ADMIN-RETURNS       PIC 9(9) COMP.
       01  WS-DEBIT-RETURNS       PIC 9(9) COMP.
       01  WS-CREDIT-RETURNS      PIC 9(9) COMP.
       01  WS-UNAUTH-RATE         PIC 9(3)V99.
       01  WS-ADMIN-RATE          PIC 9(3)V99.
       01  WS-OVERALL-RATE        PIC 9(3)V99.
       01  WS-UNAUTH-FLAG         PIC X(4).
       01  WS-ADMIN-FLAG          PIC X(4).
       01  WS-OVERALL-FLAG        PIC X(4).
       01  WS-TEST-RATE           PIC 9(3)V99.
       01  WS-TEST-THRESHOLD      PIC 9(3)V99.
       01  WS-TEST-FLAG           PIC X(4).
       01  WS-ORIG-FLAGGED        PIC X(1).
           88  WS-IS-FLAGGED          VALUE "Y".

       01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
       01  WS-RCOUNT-DISPLAY      PIC ZZ,ZZ9.
       01  WS-RCOUNT2-DISPLAY     PIC ZZ,ZZ9.
       01  WS-RCOUNT3-DISPLAY     PIC ZZ,ZZ9.
       01  WS-RATE-DISPLAY        PIC ZZ9.99.
       01  WS-RATE2-DISPLAY       PIC ZZ9.99.
       01  WS-RATE3-DISPLAY       PIC ZZ9.99.

       01  WS-ORIGS-REVIEWED      PIC 9(7) COMP VALUE 0.
       01  WS-ORIGS-NEAR          PIC 9(7) COMP VALUE 0.
       01  WS-ORIGS-OVER          PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT - WS-WINDOW-DAYS + 1)

           OPEN INPUT ORIGINATOR-FILE
           IF WS-AOP-MISSING
               DISPLAY "ACHRRATE: NO ORIGINATOR PROFILES - NOTHING"
                       " TO DO"
               GOBACK
           END-IF
           OPEN INPUT VOLUME-FILE
           IF WS-AOV-MISSING
               MOVE "N" TO WS-HAVE-VOLUME
           END-IF
           OPEN INPUT RETURN-HISTORY
           IF WS-ARH-MISSING
               MOVE "N" TO WS-HAVE-HISTORY
           END-IF
           OPEN OUTPUT RATE-RPT
           PERFORM WRITE-REPORT-HEADINGS

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
                       PERFORM REVIEW-ONE-ORIGINATOR
               END-READ
           END-PERFORM

           MOVE SPACES TO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
           MOVE WS-ORIGS-REVIEWED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RATE-RPT-LINE
           STRING "ORIGINATORS REVIEWED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
           MOVE WS-ORIGS-NEAR TO WS-COUNT-DISPLAY
           MOVE SPACES TO RATE-RPT-LINE
           STRING "NEAR A THRESHOLD     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
           MOVE WS-ORIGS-OVER TO WS-COUNT-DISPLAY
           MOVE SPACES TO RATE-RPT-LINE
           STRING "OVER A THRESHOLD     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE

           CLOSE RATE-RPT
           IF WS-HISTORY-UP
               CLOSE RETURN-HISTORY
           END-IF
           IF WS-VOLUME-UP
               CLOSE VOLUME-FILE
           END-IF
           CLOSE ORIGINATOR-FILE

           DISPLAY "ACHRRATE: WINDOW START     = " WS-WINDOW-START
           DISPLAY "ACHRRATE: ORIGINATORS      = " WS-ORIGS-REVIEWED
           DISPLAY "ACHRRATE: NEAR THRESHOLD   = " WS-ORIGS-NEAR
           DISPLAY "ACHRRATE: OVER THRESHOLD   = " WS-ORIGS-OVER
           IF WS-ORIGS-NEAR > 0 OR WS-ORIGS-OVER > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RATE-RPT-LINE
           STRING "ACH ORIGINATOR RETURN RATES - 60 DAYS "
                  WS-WINDOW-START " TO " WS-RUN-DATE
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
           MOVE SPACES TO RATE-RPT-LINE
           STRING "COMPANY ID COMPANY NAME     DEBITS  "
                  "UNAUTH   RATE FLAG   ADMIN   RATE FLAG "
                  "  TOTAL   RATE FLAG"
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE.

       REVIEW-ONE-ORIGINATOR.
           ADD 1 TO WS-ORIGS-REVIEWED
           MOVE 0 TO WS-DEBIT-ENTRIES WS-CREDIT-ENTRIES
           MOVE 0 TO WS-UNAUTH-RETURNS WS-ADMIN-RETURNS
           MOVE 0 TO WS-DEBIT-RETURNS WS-CREDIT-RETURNS
           IF WS-VOLUME-UP
               PERFORM COUNT-WINDOW-VOLUME
           END-IF
           IF WS-HISTORY-UP
               PERFORM COUNT-WINDOW-RETURNS
           END-IF

           MOVE 0 TO WS-UNAUTH-RATE WS-ADMIN-RATE WS-OVERALL-RATE
           IF WS-DEBIT-ENTRIES > 0
               COMPUTE WS-UNAUTH-RATE ROUNDED =
                       WS-UNAUTH-RETURNS * 100 / WS-DEBIT-ENTRIES
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-UNAUTH-RATE
               END-COMPUTE
               COMPUTE WS-ADMIN-RATE ROUNDED =
                       WS-ADMIN-RETURNS * 100 / WS-DEBIT-ENTRIES
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ADMIN-RATE
               END-COMPUTE
               COMPUTE WS-OVERALL-RATE ROUNDED =
                       WS-DEBIT-RETURNS * 100 / WS-DEBIT-ENTRIES
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-OVERALL-RATE
               END-COMPUTE
           END-IF

           MOVE "N" TO WS-ORIG-FLAGGED
           MOVE WS-UNAUTH-RATE TO WS-TEST-RATE
           MOVE WS-UNAUTH-THRESHOLD TO WS-TEST-THRESHOLD
           PERFORM TEST-ONE-RATE
           MOVE WS-TEST-FLAG TO WS-UNAUTH-FLAG
           MOVE WS-ADMIN-RATE TO WS-TEST-RATE
           MOVE WS-ADMIN-THRESHOLD TO WS-TEST-THRESHOLD
           PERFORM TEST-ONE-RATE
           MOVE WS-TEST-FLAG TO WS-ADMIN-FLAG
           MOVE WS-OVERALL-RATE TO WS-TEST-RATE
           MOVE WS-OVERALL-THRESHOLD TO WS-TEST-THRESHOLD
           PERFORM TEST-ONE-RATE
           MOVE WS-TEST-FLAG TO WS-OVERALL-FLAG

           IF WS-UNAUTH-FLAG = "OVER" OR WS-ADMIN-FLAG = "OVER"
                   OR WS-OVERALL-FLAG = "OVER"
               ADD 1 TO WS-ORIGS-OVER
           ELSE
               IF WS-IS-FLAGGED
                   ADD 1 TO WS-ORIGS-NEAR
               END-IF
           END-IF
           PERFORM LIST-ONE-ORIGINATOR.

      * the originator's days inside the window, in date order off
      * the volume file's key
       COUNT-WINDOW-VOLUME.
           MOVE AOP-COMPANY-ID TO AOV-COMPANY-ID
           MOVE WS-WINDOW-START TO AOV-ORIG-DATE
           MOVE "00" TO WS-AOV-STATUS
           START VOLUME-FILE KEY >= AOV-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-AOV-EOF
               READ VOLUME-FILE NEXT RECORD
                   AT END
                       SET WS-AOV-EOF TO TRUE
                   NOT AT END
                       IF AOV-COMPANY-ID NOT = AOP-COMPANY-ID
                               OR AOV-ORIG-DATE > WS-RUN-DATE
                           SET WS-AOV-EOF TO TRUE
                       ELSE
                           ADD AOV-DEBIT-ENTRIES TO WS-DEBIT-ENTRIES
                           ADD AOV-CREDIT-ENTRIES
                               TO WS-CREDIT-ENTRIES
                       END-IF
               END-READ
           END-PERFORM.

      * only returns of debit entries enter the rates, as Nacha
      * measures them; returned credits are shown for information
       COUNT-WINDOW-RETURNS.
           MOVE AOP-COMPANY-ID TO ARH-COMPANY-ID
           MOVE "00" TO WS-ARH-STATUS
           START RETURN-HISTORY KEY >= ARH-COMPANY-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-ARH-EOF
               READ RETURN-HISTORY NEXT RECORD
                   AT END
                       SET WS-ARH-EOF TO TRUE
                   NOT AT END
                       IF ARH-COMPANY-ID NOT = AOP-COMPANY-ID
                           SET WS-ARH-EOF TO TRUE
                       ELSE
                           PERFORM COUNT-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-RETURN.
           IF ARH-RETURN-DATE < WS-WINDOW-START
                   OR ARH-RETURN-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF NOT ARH-DEBIT-ENTRY
               ADD 1 TO WS-CREDIT-RETURNS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEBIT-RETURNS
           EVALUATE TRUE
               WHEN ARH-UNAUTHORIZED
                   ADD 1 TO WS-UNAUTH-RETURNS
               WHEN ARH-ADMINISTRATIVE
                   ADD 1 TO WS-ADMIN-RETURNS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TEST-ONE-RATE.
           MOVE SPACES TO WS-TEST-FLAG
           COMPUTE WS-NEAR-LEVEL = WS-TEST-THRESHOLD * WS-NEAR-FACTOR
           EVALUATE TRUE
               WHEN WS-TEST-RATE >= WS-TEST-THRESHOLD
                   MOVE "OVER" TO WS-TEST-FLAG
                   MOVE "Y" TO WS-ORIG-FLAGGED
               WHEN WS-TEST-RATE >= WS-NEAR-LEVEL
                       AND WS-TEST-RATE > 0
                   MOVE "NEAR" TO WS-TEST-FLAG
                   MOVE "Y" TO WS-ORIG-FLAGGED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-ONE-ORIGINATOR.
           MOVE WS-DEBIT-ENTRIES TO WS-COUNT-DISPLAY
           MOVE WS-UNAUTH-RETURNS TO WS-RCOUNT-DISPLAY
           MOVE WS-UNAUTH-RATE TO WS-RATE-DISPLAY
           MOVE WS-ADMIN-RETURNS TO WS-RCOUNT2-DISPLAY
           MOVE WS-ADMIN-RATE TO WS-RATE2-DISPLAY
           MOVE WS-DEBIT-RETURNS TO WS-RCOUNT3-DISPLAY
           MOVE WS-OVERALL-RATE TO WS-RATE3-DISPLAY
           MOVE SPACES TO RATE-RPT-LINE
           STRING AOP-COMPANY-ID " " AOP-COMPANY-NAME " "
                  WS-COUNT-DISPLAY "  "
                  WS-RCOUNT-DISPLAY " " WS-RATE-DISPLAY " "
                  WS-UNAUTH-FLAG "  "
                  WS-RCOUNT2-DISPLAY " " WS-RATE2-DISPLAY " "
                  WS-ADMIN-FLAG "  "
                  WS-RCOUNT3-DISPLAY " " WS-RATE3-DISPLAY " "
                  WS-OVERALL-FLAG
               DELIMITED BY SIZE INTO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
           IF WS-CREDIT-RETURNS > 0
               MOVE WS-CREDIT-RETURNS TO WS-RCOUNT-DISPLAY
               MOVE WS-CREDIT-ENTRIES TO WS-COUNT-DISPLAY
               MOVE SPACES TO RATE-RPT-LINE
               STRING "           CREDIT ENTRIES " WS-COUNT-DISPLAY
                      " CREDITS RETURNED " WS-RCOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RATE-RPT-LINE
               WRITE RATE-RPT-LINE
           END-IF.

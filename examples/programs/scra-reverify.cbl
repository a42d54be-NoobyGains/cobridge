       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAVRFY.

      ****************************************************************
      * MONTHLY BATCH: SCRA active-duty re-verification. Walks the
      * SCRA status file and, for every row still active:
      *   - a row whose service end date has passed is closed; the
      *     rate cap and the default protections stop with it
      *   - every other row goes out on the DMDC request file
      *     (DMDCREQ) to be checked against the DMDC's records as
      *     of today; SCRALOAD applies the answer when it comes back
      *   - a row whose last request was never answered (sent, but
      *     not verified since) is listed for the desk
      * Closures and unanswered rows land on the SCRARPT listing.
      * RC=4 when any row is unanswered.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE ASSIGN TO "SCRASTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SCR-SSN
               ALTERNATE RECORD KEY IS SCR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SCR-STATUS.
           SELECT DMDC-REQUEST ASSIGN TO "DMDCREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DMD-STATUS.
           SELECT SCRA-REPORT ASSIGN TO "SCRARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-FILE.
       COPY "scra-status.cpy".

       FD  DMDC-REQUEST.
       COPY "dmdc-scra.cpy".

       FD  SCRA-REPORT.
       01  SCRA-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCR-STATUS         PIC X(2).
           88  WS-SCR-OK             VALUE "00".
           88  WS-SCR-EOF            VALUE "10".
           88  WS-SCR-MISSING        VALUE "35".
       01  WS-DMD-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).
           88  WS-RPT-NOT-FOUND      VALUE "35".

      * the batch's own id on the rows it changes
       01  WS-SYSTEM-OPERATOR     PIC 9(8) VALUE 99990008.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RPT-TEXT            PIC X(50).
       01  WS-ROWS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-REQUESTS-WRITTEN    PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-CLOSED         PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-UNANSWERED     PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O SCRA-FILE
           IF WS-SCR-MISSING
               DISPLAY "SCRAVRFY: NO SCRA STATUS FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN OUTPUT DMDC-REQUEST
           OPEN EXTEND SCRA-REPORT
           IF WS-RPT-NOT-FOUND
               OPEN OUTPUT SCRA-REPORT
           END-IF

           MOVE LOW-VALUES TO SCR-SSN
           START SCRA-FILE KEY >= SCR-SSN
               INVALID KEY
                   SET WS-SCR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCR-EOF
               READ SCRA-FILE NEXT RECORD
                   AT END
                       SET WS-SCR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF SCR-ACTIVE-DUTY
                           PERFORM REVERIFY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCRA-REPORT
           CLOSE DMDC-REQUEST
           CLOSE SCRA-FILE

           DISPLAY "SCRAVRFY: ROWS READ      = " WS-ROWS-READ
           DISPLAY "SCRAVRFY: REQUESTS SENT  = " WS-REQUESTS-WRITTEN
           DISPLAY "SCRAVRFY: ROWS CLOSED    = " WS-ROWS-CLOSED
           DISPLAY "SCRAVRFY: UNANSWERED     = " WS-ROWS-UNANSWERED
           IF WS-ROWS-UNANSWERED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       REVERIFY-ONE-ROW.
           IF SCR-SERVICE-END NOT = 0
                   AND SCR-SERVICE-END < WS-RUN-DATE
               SET SCR-SERVICE-ENDED TO TRUE
               MOVE WS-SYSTEM-OPERATOR TO SCR-CHANGED-BY
               MOVE WS-RUN-DATE TO SCR-CHANGED-DATE
               PERFORM REWRITE-THE-ROW
               ADD 1 TO WS-ROWS-CLOSED
               MOVE "SERVICE END DATE PASSED - PROTECTION CLOSED"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF SCR-VERIFY-SENT NOT = 0
                   AND SCR-LAST-VERIFIED < SCR-VERIFY-SENT
               ADD 1 TO WS-ROWS-UNANSWERED
               MOVE "NO DMDC ANSWER TO THE LAST REQUEST"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO DMDC-SCRA-RECORD
           MOVE SCR-SSN TO DMD-SSN
           MOVE SCR-DATE-OF-BIRTH TO DMD-DATE-OF-BIRTH
           MOVE SCR-LAST-NAME TO DMD-LAST-NAME
           MOVE SCR-FIRST-NAME TO DMD-FIRST-NAME
           MOVE SCR-CUST-ID TO DMD-CUST-REF-NUM
           MOVE WS-RUN-DATE TO DMD-AS-OF-DATE
           WRITE DMDC-SCRA-RECORD
           ADD 1 TO WS-REQUESTS-WRITTEN

           MOVE WS-RUN-DATE TO SCR-VERIFY-SENT
           PERFORM REWRITE-THE-ROW.

       REWRITE-THE-ROW.
           REWRITE SCRA-STATUS-RECORD
               INVALID KEY
                   DISPLAY "SCRAVRFY: REWRITE FAILED FOR SSN "
                           SCR-SSN
           END-REWRITE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO SCRA-REPORT-LINE
           STRING "SCRA " SCR-LAST-NAME(1:20)
                  " " SCR-FIRST-NAME(1:12)
                  " CUST " SCR-CUST-ID
                  " START " SCR-SERVICE-START
                  " END " SCR-SERVICE-END
                  " " WS-RPT-TEXT
               DELIMITED BY SIZE INTO SCRA-REPORT-LINE
           WRITE SCRA-REPORT-LINE.

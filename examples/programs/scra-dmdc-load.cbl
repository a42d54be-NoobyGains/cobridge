       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRALOAD.

      ****************************************************************
      * BATCH: DMDC SCRA verification response loader. Reads the
      * Defense Manpower Data Center's answer to SCRAVRFY's monthly
      * request file (or to a one-off request the compliance desk
      * sends for the whole book) and applies each row to the SCRA
      * status file:
      *   Y - on active duty: the row is opened, or refreshed, with
      *       the service dates and report id the DMDC returns. An
      *       earlier start already on file (orders keyed at the
      *       branch before the DMDC caught up) is kept.
      *   N - not on active duty: an active row whose service the
      *       DMDC shows ended is closed at the DMDC's end date (at
      *       the as-of date when none is given). A row opened from
      *       branch orders is left standing - reservists are
      *       covered from the day the orders arrive, well before
      *       the DMDC reports them - and listed for the desk.
      *   X - no DMDC match on SSN and date of birth: nothing
      *       changes; the row is listed for the desk to chase.
      * Every change and every exception lands on the SCRARPT
      * listing. RUNCTL refuses a response file already loaded.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMDC-RESPONSE ASSIGN TO "DMDCRESP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DMD-STATUS.
           SELECT SCRA-FILE ASSIGN TO "SCRASTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SCR-SSN
               ALTERNATE RECORD KEY IS SCR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SCR-STATUS.
           SELECT SCRA-REPORT ASSIGN TO "SCRARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DMDC-RESPONSE.
       COPY "dmdc-scra.cpy".

       FD  SCRA-FILE.
       COPY "scra-status.cpy".

       FD  SCRA-REPORT.
       01  SCRA-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DMD-STATUS         PIC X(2).
           88  WS-DMD-EOF            VALUE "10".
           88  WS-DMD-MISSING        VALUE "35".
       01  WS-SCR-STATUS         PIC X(2).
           88  WS-SCR-OK             VALUE "00".
           88  WS-SCR-NOT-FOUND      VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).
           88  WS-RPT-NOT-FOUND      VALUE "35".

      * the batch's own id on the rows it opens or changes
       01  WS-SYSTEM-OPERATOR     PIC 9(8) VALUE 99990008.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".
       01  WS-RPT-TEXT            PIC X(50).

       01  WS-RESPONSES-READ      PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-OPENED         PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-CONFIRMED      PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-ENDED          PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-FOR-REVIEW     PIC 9(9) COMP VALUE 0.
       01  WS-NOT-ON-FILE         PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-REJECTED       PIC 9(9) COMP VALUE 0.

      * run-control register guard against loading the same DMDC
      * response twice (RUNCTL)
       01  WS-RNC-FUNCTION        PIC X(1).
       01  WS-RNC-FILE-ID         PIC X(8) VALUE "DMDCRESP".
       01  WS-RNC-RUN-DATE        PIC 9(8).
       01  WS-RNC-COUNT           PIC 9(9) VALUE 0.
       01  WS-RNC-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RNC-PROGRAM         PIC X(8) VALUE "SCRALOAD".
       01  WS-RNC-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RNC-RUN-DATE
           MOVE "S" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE
           IF WS-RNC-RETURN-CODE = 50
               DISPLAY "SCRALOAD: RESPONSE FILE ALREADY LOADED "
                       "- RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DMDC-RESPONSE
           IF WS-DMD-MISSING
               DISPLAY "SCRALOAD: NO RESPONSE FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O SCRA-FILE
           IF WS-SCR-NOT-FOUND
               OPEN OUTPUT SCRA-FILE
               CLOSE SCRA-FILE
               OPEN I-O SCRA-FILE
           END-IF
           OPEN EXTEND SCRA-REPORT
           IF WS-RPT-NOT-FOUND
               OPEN OUTPUT SCRA-REPORT
           END-IF

           PERFORM UNTIL WS-DMD-EOF
               READ DMDC-RESPONSE
                   AT END
                       SET WS-DMD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESPONSES-READ
                       PERFORM APPLY-ONE-RESPONSE
               END-READ
           END-PERFORM

           CLOSE SCRA-REPORT
           CLOSE SCRA-FILE
           CLOSE DMDC-RESPONSE

           MOVE WS-RESPONSES-READ TO WS-RNC-COUNT
           MOVE "E" TO WS-RNC-FUNCTION
           CALL "RUNCTL" USING WS-RNC-FUNCTION
                               WS-RNC-FILE-ID
                               WS-RNC-RUN-DATE
                               WS-RNC-COUNT
                               WS-RNC-TOTAL
                               WS-RNC-PROGRAM
                               WS-RNC-RETURN-CODE

           DISPLAY "SCRALOAD: RESPONSES READ = " WS-RESPONSES-READ
           DISPLAY "SCRALOAD: ROWS OPENED    = " WS-ROWS-OPENED
           DISPLAY "SCRALOAD: ROWS CONFIRMED = " WS-ROWS-CONFIRMED
           DISPLAY "SCRALOAD: ROWS ENDED     = " WS-ROWS-ENDED
           DISPLAY "SCRALOAD: FOR REVIEW     = " WS-ROWS-FOR-REVIEW
           DISPLAY "SCRALOAD: NOT ON FILE    = " WS-NOT-ON-FILE
           DISPLAY "SCRALOAD: REJECTED       = " WS-ROWS-REJECTED
           IF WS-ROWS-FOR-REVIEW > 0 OR WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       APPLY-ONE-RESPONSE.
           IF DMD-SSN NOT NUMERIC OR DMD-SSN = 0
               ADD 1 TO WS-ROWS-REJECTED
               MOVE "REJECTED - NO USABLE SSN" TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ROW-EXISTS
           MOVE DMD-SSN TO SCR-SSN
           READ SCRA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAVE-ROW TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN DMD-ON-ACTIVE-DUTY
                   PERFORM CONFIRM-ACTIVE-DUTY
               WHEN DMD-NOT-ACTIVE-DUTY
                   PERFORM APPLY-NOT-ON-DUTY
               WHEN OTHER
                   PERFORM NOTE-NO-MATCH
           END-EVALUATE.

       CONFIRM-ACTIVE-DUTY.
           IF DMD-DUTY-START NOT NUMERIC OR DMD-DUTY-START = 0
               ADD 1 TO WS-ROWS-REJECTED
               MOVE "REJECTED - ACTIVE DUTY WITH NO START DATE"
                   TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF DMD-DUTY-END NOT NUMERIC
               MOVE 0 TO DMD-DUTY-END
           END-IF

           IF WS-HAVE-ROW AND SCR-ACTIVE-DUTY
               IF DMD-DUTY-START < SCR-SERVICE-START
                   MOVE DMD-DUTY-START TO SCR-SERVICE-START
               END-IF
               ADD 1 TO WS-ROWS-CONFIRMED
               MOVE "ACTIVE DUTY CONFIRMED" TO WS-RPT-TEXT
           ELSE
               IF NOT WS-HAVE-ROW
                   INITIALIZE SCRA-STATUS-RECORD
                   MOVE DMD-SSN TO SCR-SSN
                   IF DMD-CUST-REF-NUM NUMERIC
                       MOVE DMD-CUST-REF-NUM TO SCR-CUST-ID
                   END-IF
                   MOVE DMD-LAST-NAME TO SCR-LAST-NAME
                   MOVE DMD-FIRST-NAME TO SCR-FIRST-NAME
                   MOVE DMD-DATE-OF-BIRTH TO SCR-DATE-OF-BIRTH
                   MOVE WS-SYSTEM-OPERATOR TO SCR-OPENED-BY
               END-IF
               MOVE DMD-DUTY-START TO SCR-SERVICE-START
               ADD 1 TO WS-ROWS-OPENED
               MOVE "ACTIVE DUTY - PROTECTION OPENED" TO WS-RPT-TEXT
           END-IF
           SET SCR-ACTIVE-DUTY TO TRUE
           SET SCR-FROM-DMDC TO TRUE
           MOVE DMD-DUTY-END TO SCR-SERVICE-END
           MOVE DMD-REPORT-ID TO SCR-REFERENCE
           PERFORM STORE-THE-ROW
           PERFORM WRITE-REPORT-LINE.

      * the DMDC's end date closes the period; a row the branch
      * opened from orders waits for the desk instead
       APPLY-NOT-ON-DUTY.
           IF NOT WS-HAVE-ROW
               ADD 1 TO WS-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT SCR-ACTIVE-DUTY
               PERFORM STORE-THE-ROW
               EXIT PARAGRAPH
           END-IF
           IF DMD-DUTY-END NOT NUMERIC
               MOVE 0 TO DMD-DUTY-END
           END-IF

           IF DMD-DUTY-END = 0 AND SCR-FROM-ORDERS
               ADD 1 TO WS-ROWS-FOR-REVIEW
               MOVE "ORDERS ON FILE NOT YET CONFIRMED BY DMDC"
                   TO WS-RPT-TEXT
               PERFORM STORE-THE-ROW
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF DMD-DUTY-END NOT = 0
               MOVE DMD-DUTY-END TO SCR-SERVICE-END
           ELSE
               MOVE DMD-AS-OF-DATE TO SCR-SERVICE-END
           END-IF
           IF SCR-SERVICE-END < SCR-SERVICE-START
               MOVE SCR-SERVICE-START TO SCR-SERVICE-END
           END-IF
           IF SCR-SERVICE-END < WS-RUN-DATE
               SET SCR-SERVICE-ENDED TO TRUE
           END-IF
           ADD 1 TO WS-ROWS-ENDED
           MOVE "SERVICE ENDED PER DMDC" TO WS-RPT-TEXT
           PERFORM STORE-THE-ROW
           PERFORM WRITE-REPORT-LINE.

       NOTE-NO-MATCH.
           IF NOT WS-HAVE-ROW
               ADD 1 TO WS-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROWS-FOR-REVIEW
           MOVE "NO DMDC MATCH ON SSN/DOB - CHECK THE ROW"
               TO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE.

       STORE-THE-ROW.
           MOVE WS-RUN-DATE TO SCR-LAST-VERIFIED
           MOVE WS-SYSTEM-OPERATOR TO SCR-CHANGED-BY
           MOVE WS-RUN-DATE TO SCR-CHANGED-DATE
           IF WS-HAVE-ROW
               REWRITE SCRA-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "SCRALOAD: REWRITE FAILED FOR SSN "
                               SCR-SSN
               END-REWRITE
           ELSE
               WRITE SCRA-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "SCRALOAD: WRITE FAILED FOR SSN "
                               SCR-SSN
               END-WRITE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE SPACES TO SCRA-REPORT-LINE
           STRING "SCRA " DMD-LAST-NAME(1:20)
                  " " DMD-FIRST-NAME(1:12)
                  " CUST " DMD-CUST-REF(1:10)
                  " RESULT " DMD-ACTIVE-DUTY-IND
                  " " WS-RPT-TEXT
               DELIMITED BY SIZE INTO SCRA-REPORT-LINE
           WRITE SCRA-REPORT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLRPT.

      ****************************************************************
      * MONTHLY BATCH: customer complaint trend report for the
      * compliance officer and the examiners, off the complaint case
      * file CMPLMNT maintains. For the report month - the month
      * before the run date, or the job parm's MONTH=YYYYMM - and by
      * product, by issue and by branch: complaints received against
      * the month before (the trend), the UDAAP and fair-lending
      * flags among them, and the complaints resolved in the month
      * with their average days to resolve and how many went past
      * the resolution deadline. Then the root causes found and the
      * receiving channels, the month's late acknowledgments, and a
      * line for every complaint still unresolved past its deadline
      * at month end. The listing is on CMPLTRND; the run ends RC=4
      * when any complaint is overdue.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "CMPLCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CMP-CASE-NUMBER
               ALTERNATE RECORD KEY IS CMP-CUST-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CMP-ACCT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CMP-STATUS.
           SELECT TREND-RPT ASSIGN TO "CMPLTRND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY "complaint-case.cpy".

       FD  TREND-RPT.
       01  TREND-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CMP-STATUS         PIC X(2).
           88  WS-CMP-EOF            VALUE "10".
           88  WS-CMP-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
      * the report month, the month before it, and the month's end
       01  WS-REPORT-MONTH        PIC 9(6).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR        PIC 9(4).
           05  WS-RPT-MM          PIC 9(2).
       01  WS-PRIOR-MONTH         PIC 9(6).
       01  WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
           05  WS-PRI-YEAR        PIC 9(4).
           05  WS-PRI-MM          PIC 9(2).
       01  WS-WORK-DATE           PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYYMM     PIC 9(6).
           05  WS-WORK-DD         PIC 9(2).
       01  WS-MONTH-END           PIC 9(8).

      * the categories, in report order
       01  WS-PRODUCT-LIST.
           05  FILLER PIC X(22) VALUE "DDCHECKING".
           05  FILLER PIC X(22) VALUE "SVSAVINGS".
           05  FILLER PIC X(22) VALUE "CDCERTIFICATES".
           05  FILLER PIC X(22) VALUE "CCCARDS".
           05  FILLER PIC X(22) VALUE "ACACH / TRANSFERS".
           05  FILLER PIC X(22) VALUE "WRWIRES".
           05  FILLER PIC X(22) VALUE "LNCONSUMER LOANS".
           05  FILLER PIC X(22) VALUE "MGMORTGAGES".
           05  FILLER PIC X(22) VALUE "OBONLINE BANKING".
           05  FILLER PIC X(22) VALUE "OTOTHER".
       01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
           05  WS-PRODUCT-ENTRY OCCURS 10 TIMES.
               10  WS-PRD-CODE        PIC X(2).
               10  WS-PRD-TEXT        PIC X(20).
       01  WS-ISSUE-LIST.
           05  FILLER PIC X(22) VALUE "UNUNAUTHORIZED TXN".
           05  FILLER PIC X(22) VALUE "WAWRONG AMOUNT".
           05  FILLER PIC X(22) VALUE "DPDUPLICATE POSTING".
           05  FILLER PIC X(22) VALUE "NRNOT RECEIVED".
           05  FILLER PIC X(22) VALUE "FEFEES AND CHARGES".
           05  FILLER PIC X(22) VALUE "SVCUSTOMER SERVICE".
           05  FILLER PIC X(22) VALUE "AOOPENING / CLOSING".
           05  FILLER PIC X(22) VALUE "CRCREDIT REPORTING".
           05  FILLER PIC X(22) VALUE "LSLOAN SERVICING".
           05  FILLER PIC X(22) VALUE "DCDISCRIMINATION".
           05  FILLER PIC X(22) VALUE "DSDISCLOSURE / ADS".
           05  FILLER PIC X(22) VALUE "PRPRIVACY".
           05  FILLER PIC X(22) VALUE "OTOTHER".
       01  WS-ISSUE-TABLE REDEFINES WS-ISSUE-LIST.
           05  WS-ISSUE-ENTRY OCCURS 13 TIMES.
               10  WS-ISS-CODE        PIC X(2).
               10  WS-ISS-TEXT        PIC X(20).
       01  WS-CAUSE-LIST.
           05  FILLER PIC X(22) VALUE "PEPROCESS ERROR".
           05  FILLER PIC X(22) VALUE "STSTAFF ERROR".
           05  FILLER PIC X(22) VALUE "SYSYSTEM ERROR".
           05  FILLER PIC X(22) VALUE "POPOLICY".
           05  FILLER PIC X(22) VALUE "TPTHIRD PARTY".
           05  FILLER PIC X(22) VALUE "CUCUSTOMER MISTAKE".
           05  FILLER PIC X(22) VALUE "NFNO FAULT FOUND".
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-LIST.
           05  WS-CAUSE-ENTRY OCCURS 7 TIMES.
               10  WS-CAU-CODE        PIC X(2).
               10  WS-CAU-TEXT        PIC X(20).
       01  WS-CHANNEL-LIST.
           05  FILLER PIC X(21) VALUE "BBRANCH".
           05  FILLER PIC X(21) VALUE "CCALL CENTER".
           05  FILLER PIC X(21) VALUE "RREGULATOR".
           05  FILLER PIC X(21) VALUE "WWRITTEN".
           05  FILLER PIC X(21) VALUE "OONLINE".
       01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-LIST.
           05  WS-CHANNEL-ENTRY OCCURS 5 TIMES.
               10  WS-CHN-CODE        PIC X(1).
               10  WS-CHN-TEXT        PIC X(20).
       01  WS-LIST-IDX            PIC 9(2) COMP.

      * one tally row per category: type P product, I issue, B
      * branch, R root cause, C channel
       01  WS-CAT-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-CAT-IDX             PIC 9(4) COMP.
       01  WS-CAT-FOUND           PIC X(1).
           88  WS-CAT-HIT             VALUE "Y".
       01  WS-FIND-TYPE           PIC X(1).
       01  WS-FIND-CODE           PIC X(4).
       01  WS-FIND-TEXT           PIC X(20).
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 600 TIMES.
               10  WS-CAT-TYPE        PIC X(1).
               10  WS-CAT-CODE        PIC X(4).
               10  WS-CAT-TEXT        PIC X(20).
               10  WS-CAT-RECEIVED    PIC 9(7) COMP.
               10  WS-CAT-PRIOR       PIC 9(7) COMP.
               10  WS-CAT-UDAAP       PIC 9(7) COMP.
               10  WS-CAT-FAIR-LEND   PIC 9(7) COMP.
               10  WS-CAT-RESOLVED    PIC 9(7) COMP.
               10  WS-CAT-DAYS        PIC 9(9) COMP.
               10  WS-CAT-LATE        PIC 9(7) COMP.
       01  WS-TABLE-FULL          PIC X(1) VALUE "N".
           88  WS-CATEGORIES-FULL     VALUE "Y".

      * one complaint
       01  WS-IN-REPORT-MONTH     PIC X(1).
           88  WS-RECEIVED-THIS-MONTH VALUE "Y".
       01  WS-IN-PRIOR-MONTH      PIC X(1).
           88  WS-RECEIVED-PRIOR      VALUE "Y".
       01  WS-RESOLVED-IN-MONTH   PIC X(1).
           88  WS-RESOLVED-THIS-MONTH VALUE "Y".
       01  WS-DAYS-TO-RESOLVE     PIC 9(5) COMP.
       01  WS-IS-LATE             PIC X(1).
           88  WS-RESOLVED-LATE       VALUE "Y".

       01  WS-TOTAL-RECEIVED      PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-PRIOR         PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-RESOLVED      PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-DAYS          PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-LATE          PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-UDAAP         PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-FAIR-LEND     PIC 9(7) COMP VALUE 0.
       01  WS-ACK-LATE            PIC 9(7) COMP VALUE 0.
       01  WS-OVERDUE-OPEN        PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTES-OPENED     PIC 9(7) COMP VALUE 0.

       01  WS-CHANGE              PIC S9(7) COMP.
       01  WS-AVERAGE-DAYS        PIC 9(5)V9.
       01  WS-RECEIVED-DISPLAY    PIC Z,ZZ9.
       01  WS-PRIOR-DISPLAY       PIC Z,ZZ9.
       01  WS-CHANGE-DISPLAY      PIC +,ZZ9.
       01  WS-UDAAP-DISPLAY       PIC Z,ZZ9.
       01  WS-FL-DISPLAY          PIC Z,ZZ9.
       01  WS-RESOLVED-DISPLAY    PIC Z,ZZ9.
       01  WS-AVERAGE-DISPLAY     PIC ZZ,ZZ9.9.
       01  WS-LATE-DISPLAY        PIC Z,ZZ9.
       01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.
       01  WS-SECTION-TYPE        PIC X(1).
       01  WS-SECTION-TITLE       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM
           PERFORM SET-REPORT-MONTHS
           PERFORM LOAD-CATEGORIES

           OPEN INPUT COMPLAINT-FILE
           IF WS-CMP-MISSING
               DISPLAY "CMPLRPT: NO COMPLAINT FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN OUTPUT TREND-RPT
           PERFORM WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO CMP-CASE-NUMBER
           START COMPLAINT-FILE KEY >= CMP-CASE-NUMBER
               INVALID KEY
                   SET WS-CMP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CMP-EOF
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       SET WS-CMP-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-COMPLAINT
               END-READ
           END-PERFORM

           MOVE "P" TO WS-SECTION-TYPE
           MOVE "BY PRODUCT" TO WS-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE "I" TO WS-SECTION-TYPE
           MOVE "BY ISSUE" TO WS-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE "B" TO WS-SECTION-TYPE
           MOVE "BY BRANCH" TO WS-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           PERFORM WRITE-CAUSES-AND-CHANNELS
           PERFORM WRITE-REPORT-TOTALS

           CLOSE TREND-RPT
           CLOSE COMPLAINT-FILE

           DISPLAY "CMPLRPT: REPORT MONTH     = " WS-REPORT-MONTH
           DISPLAY "CMPLRPT: RECEIVED         = " WS-TOTAL-RECEIVED
           DISPLAY "CMPLRPT: RESOLVED         = " WS-TOTAL-RESOLVED
           DISPLAY "CMPLRPT: RESOLVED LATE    = " WS-TOTAL-LATE
           DISPLAY "CMPLRPT: OVERDUE OPEN     = " WS-OVERDUE-OPEN
           IF WS-CATEGORIES-FULL
               DISPLAY "CMPLRPT: BRANCH TABLE FULL - BRANCHES MISSED"
           END-IF
           IF WS-OVERDUE-OPEN > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       PARSE-JOB-PARM.
           MOVE 0 TO WS-REPORT-MONTH
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 9
               IF WS-PARM-LINE(WS-PARM-IDX:6) = "MONTH="
                       AND WS-PARM-LINE(WS-PARM-IDX + 6:6) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 6:6)
                       TO WS-REPORT-MONTH
               END-IF
           END-PERFORM.

      * no month given: the month just ended
       SET-REPORT-MONTHS.
           IF WS-REPORT-MONTH = 0
                   OR WS-RPT-MM < 1 OR WS-RPT-MM > 12
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
               PERFORM STEP-BACK-A-MONTH
           END-IF
           MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH
           IF WS-PRI-MM = 1
               MOVE 12 TO WS-PRI-MM
               SUBTRACT 1 FROM WS-PRI-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRI-MM
           END-IF
      * the day before the first of the next month
           MOVE WS-REPORT-MONTH TO WS-WORK-YYYYMM
           MOVE 1 TO WS-WORK-DD
           IF WS-RPT-MM = 12
               COMPUTE WS-WORK-YYYYMM = (WS-RPT-YEAR + 1) * 100 + 1
           ELSE
               ADD 1 TO WS-WORK-YYYYMM
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).

       STEP-BACK-A-MONTH.
           IF WS-RPT-MM = 1
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF.

      * every product, issue, root cause and channel is listed even
      * with nothing against it; branches join as they turn up
       LOAD-CATEGORIES.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 10
               MOVE "P" TO WS-FIND-TYPE
               MOVE WS-PRD-CODE(WS-LIST-IDX) TO WS-FIND-CODE
               MOVE WS-PRD-TEXT(WS-LIST-IDX) TO WS-FIND-TEXT
               PERFORM FIND-CATEGORY
           END-PERFORM
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 13
               MOVE "I" TO WS-FIND-TYPE
               MOVE WS-ISS-CODE(WS-LIST-IDX) TO WS-FIND-CODE
               MOVE WS-ISS-TEXT(WS-LIST-IDX) TO WS-FIND-TEXT
               PERFORM FIND-CATEGORY
           END-PERFORM
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 7
               MOVE "R" TO WS-FIND-TYPE
               MOVE WS-CAU-CODE(WS-LIST-IDX) TO WS-FIND-CODE
               MOVE WS-CAU-TEXT(WS-LIST-IDX) TO WS-FIND-TEXT
               PERFORM FIND-CATEGORY
           END-PERFORM
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 5
               MOVE "C" TO WS-FIND-TYPE
               MOVE WS-CHN-CODE(WS-LIST-IDX) TO WS-FIND-CODE
               MOVE WS-CHN-TEXT(WS-LIST-IDX) TO WS-FIND-TEXT
               PERFORM FIND-CATEGORY
           END-PERFORM.

      * WS-CAT-IDX left on the row for WS-FIND-TYPE / WS-FIND-CODE,
      * added when new; not found (WS-CAT-HIT off) only when full
       FIND-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-HIT
               IF WS-CAT-TYPE(WS-CAT-IDX) = WS-FIND-TYPE
                       AND WS-CAT-CODE(WS-CAT-IDX) = WS-FIND-CODE
                   MOVE "Y" TO WS-CAT-FOUND
               END-IF
           END-PERFORM
           IF WS-CAT-HIT
               SUBTRACT 1 FROM WS-CAT-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-COUNT >= 600
               SET WS-CATEGORIES-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-COUNT TO WS-CAT-IDX
           INITIALIZE WS-CAT-ENTRY(WS-CAT-IDX)
           MOVE WS-FIND-TYPE TO WS-CAT-TYPE(WS-CAT-IDX)
           MOVE WS-FIND-CODE TO WS-CAT-CODE(WS-CAT-IDX)
           MOVE WS-FIND-TEXT TO WS-CAT-TEXT(WS-CAT-IDX)
           MOVE "Y" TO WS-CAT-FOUND.

       TALLY-ONE-COMPLAINT.
           MOVE "N" TO WS-IN-REPORT-MONTH WS-IN-PRIOR-MONTH
                       WS-RESOLVED-IN-MONTH WS-IS-LATE
           IF CMP-RECEIVED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-IN-REPORT-MONTH
               ADD 1 TO WS-TOTAL-RECEIVED
               IF CMP-UDAAP
                   ADD 1 TO WS-TOTAL-UDAAP
               END-IF
               IF CMP-FAIR-LENDING
                   ADD 1 TO WS-TOTAL-FAIR-LEND
               END-IF
               IF CMP-DISPUTE-CASE-ID NOT = SPACES
                   ADD 1 TO WS-DISPUTES-OPENED
               END-IF
               IF CMP-ACK-DATE > CMP-ACK-DUE-DATE
                       OR (CMP-ACK-DATE = 0
                           AND CMP-ACK-DUE-DATE < WS-MONTH-END)
                   ADD 1 TO WS-ACK-LATE
               END-IF
           END-IF
           IF CMP-RECEIVED-DATE(1:6) = WS-PRIOR-MONTH
               MOVE "Y" TO WS-IN-PRIOR-MONTH
               ADD 1 TO WS-TOTAL-PRIOR
           END-IF
           IF CMP-RESOLVED
                   AND CMP-RESOLVED-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-RESOLVED-IN-MONTH
               COMPUTE WS-DAYS-TO-RESOLVE =
                       FUNCTION INTEGER-OF-DATE(CMP-RESOLVED-DATE)
                     - FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
               IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE-DATE
                   MOVE "Y" TO WS-IS-LATE
                   ADD 1 TO WS-TOTAL-LATE
               END-IF
               ADD 1 TO WS-TOTAL-RESOLVED
               ADD WS-DAYS-TO-RESOLVE TO WS-TOTAL-DAYS
           END-IF

           MOVE "P" TO WS-FIND-TYPE
           MOVE CMP-PRODUCT TO WS-FIND-CODE
           MOVE "UNCLASSIFIED" TO WS-FIND-TEXT
           PERFORM TALLY-ONE-CATEGORY
           MOVE "I" TO WS-FIND-TYPE
           MOVE CMP-ISSUE TO WS-FIND-CODE
           PERFORM TALLY-ONE-CATEGORY
           MOVE "B" TO WS-FIND-TYPE
           MOVE CMP-BRANCH-ID TO WS-FIND-CODE
           MOVE "BRANCH" TO WS-FIND-TEXT
           PERFORM TALLY-ONE-CATEGORY
           IF WS-RESOLVED-THIS-MONTH
               MOVE "R" TO WS-FIND-TYPE
               MOVE CMP-ROOT-CAUSE TO WS-FIND-CODE
               MOVE "UNCLASSIFIED" TO WS-FIND-TEXT
               PERFORM TALLY-ONE-CATEGORY
           END-IF
           IF WS-RECEIVED-THIS-MONTH
               MOVE "C" TO WS-FIND-TYPE
               MOVE CMP-CHANNEL TO WS-FIND-CODE
               MOVE "UNCLASSIFIED" TO WS-FIND-TEXT
               PERFORM TALLY-ONE-CATEGORY
           END-IF

           PERFORM CHECK-OVERDUE.

       TALLY-ONE-CATEGORY.
           IF NOT WS-RECEIVED-THIS-MONTH AND NOT WS-RECEIVED-PRIOR
                   AND NOT WS-RESOLVED-THIS-MONTH
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CATEGORY
           IF NOT WS-CAT-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-RECEIVED-THIS-MONTH
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-IDX)
               IF CMP-UDAAP
                   ADD 1 TO WS-CAT-UDAAP(WS-CAT-IDX)
               END-IF
               IF CMP-FAIR-LENDING
                   ADD 1 TO WS-CAT-FAIR-LEND(WS-CAT-IDX)
               END-IF
           END-IF
           IF WS-RECEIVED-PRIOR
               ADD 1 TO WS-CAT-PRIOR(WS-CAT-IDX)
           END-IF
           IF WS-RESOLVED-THIS-MONTH
               ADD 1 TO WS-CAT-RESOLVED(WS-CAT-IDX)
               ADD WS-DAYS-TO-RESOLVE TO WS-CAT-DAYS(WS-CAT-IDX)
               IF WS-RESOLVED-LATE
                   ADD 1 TO WS-CAT-LATE(WS-CAT-IDX)
               END-IF
           END-IF.

      * received by month end, past its deadline then, and not
      * resolved by month end
       CHECK-OVERDUE.
           IF CMP-RECEIVED-DATE > WS-MONTH-END
                   OR CMP-RESOLVE-DUE-DATE >= WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           IF CMP-RESOLVED AND CMP-RESOLVED-DATE <= WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-OPEN
           MOVE SPACES TO TREND-RPT-LINE
           STRING "** OVERDUE ** CASE " CMP-CASE-NUMBER
                  " RECEIVED " CMP-RECEIVED-DATE
                  " DUE " CMP-RESOLVE-DUE-DATE
                  " BRANCH " CMP-BRANCH-ID
                  " PRODUCT " CMP-PRODUCT
                  " ISSUE " CMP-ISSUE
                  " CUST " CMP-CUST-ID
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO TREND-RPT-LINE
           STRING "CUSTOMER COMPLAINT TRENDS - MONTH "
                  WS-REPORT-MONTH " (PRIOR " WS-PRIOR-MONTH
                  ") - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE "COMPLAINTS UNRESOLVED PAST DEADLINE AT MONTH END"
               TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

       WRITE-ONE-SECTION.
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE SPACES TO TREND-RPT-LINE
           STRING WS-SECTION-TITLE
               DELIMITED BY "  " INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE SPACES TO TREND-RPT-LINE
           STRING "CODE DESCRIPTION          RECVD PRIOR CHNGE "
                  "UDAAP FAIRL RESLV AVG DAYS  LATE"
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TYPE(WS-CAT-IDX) = WS-SECTION-TYPE
                   PERFORM WRITE-ONE-CATEGORY
               END-IF
           END-PERFORM.

       WRITE-ONE-CATEGORY.
           MOVE WS-CAT-RECEIVED(WS-CAT-IDX) TO WS-RECEIVED-DISPLAY
           MOVE WS-CAT-PRIOR(WS-CAT-IDX) TO WS-PRIOR-DISPLAY
           COMPUTE WS-CHANGE = WS-CAT-RECEIVED(WS-CAT-IDX)
                             - WS-CAT-PRIOR(WS-CAT-IDX)
           MOVE WS-CHANGE TO WS-CHANGE-DISPLAY
           MOVE WS-CAT-UDAAP(WS-CAT-IDX) TO WS-UDAAP-DISPLAY
           MOVE WS-CAT-FAIR-LEND(WS-CAT-IDX) TO WS-FL-DISPLAY
           MOVE WS-CAT-RESOLVED(WS-CAT-IDX) TO WS-RESOLVED-DISPLAY
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-CAT-RESOLVED(WS-CAT-IDX) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-CAT-DAYS(WS-CAT-IDX)
                     / WS-CAT-RESOLVED(WS-CAT-IDX)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DISPLAY
           MOVE WS-CAT-LATE(WS-CAT-IDX) TO WS-LATE-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING WS-CAT-CODE(WS-CAT-IDX) " "
                  WS-CAT-TEXT(WS-CAT-IDX) " "
                  WS-RECEIVED-DISPLAY " " WS-PRIOR-DISPLAY " "
                  WS-CHANGE-DISPLAY " " WS-UDAAP-DISPLAY " "
                  WS-FL-DISPLAY " " WS-RESOLVED-DISPLAY " "
                  WS-AVERAGE-DISPLAY " " WS-LATE-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

       WRITE-CAUSES-AND-CHANNELS.
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE "ROOT CAUSES OF COMPLAINTS RESOLVED" TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TYPE(WS-CAT-IDX) = "R"
                   MOVE WS-CAT-RESOLVED(WS-CAT-IDX)
                       TO WS-COUNT-DISPLAY
                   MOVE SPACES TO TREND-RPT-LINE
                   STRING WS-CAT-CODE(WS-CAT-IDX) " "
                          WS-CAT-TEXT(WS-CAT-IDX) " "
                          WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO TREND-RPT-LINE
                   WRITE TREND-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE "RECEIVING CHANNELS" TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-TYPE(WS-CAT-IDX) = "C"
                   MOVE WS-CAT-RECEIVED(WS-CAT-IDX)
                       TO WS-COUNT-DISPLAY
                   MOVE SPACES TO TREND-RPT-LINE
                   STRING WS-CAT-CODE(WS-CAT-IDX) " "
                          WS-CAT-TEXT(WS-CAT-IDX) " "
                          WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO TREND-RPT-LINE
                   WRITE TREND-RPT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-RECEIVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "COMPLAINTS RECEIVED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-PRIOR TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "RECEIVED PRIOR MONTH     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-UDAAP TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "FLAGGED UDAAP            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-FAIR-LEND TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "FLAGGED FAIR LENDING     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-DISPUTES-OPENED TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "REG E DISPUTES OPENED    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-ACK-LATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "ACKNOWLEDGED LATE        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-RESOLVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "COMPLAINTS RESOLVED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-TOTAL-RESOLVED > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-TOTAL-DAYS / WS-TOTAL-RESOLVED
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "AVERAGE DAYS TO RESOLVE " WS-AVERAGE-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-TOTAL-LATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "RESOLVED LATE            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-OVERDUE-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO TREND-RPT-LINE
           STRING "OVERDUE AT MONTH END     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

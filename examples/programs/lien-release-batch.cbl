       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIENRPT.

      ****************************************************************
      * DAILY BATCH: the lien release queue (LIENRELQ) LIENQUE fills
      * at payoff. In one pass it:
      *   - extracts the release document for every release not yet
      *     extracted to LIENDOCS, framed by the standard header and
      *     trailer: a satisfaction of mortgage (MS) with the
      *     property and county it is recorded in, or a vehicle
      *     title lien release (VT) with the VIN and collateral, for
      *     the county recorder or the DMV; the row is stamped with
      *     the extract date
      *   - ages every release not yet recorded against its
      *     statutory due date on LIENAGE: PAST DUE once the date
      *     has gone by, DUE SOON inside the warning window below,
      *     with counts by each
      * LIENMNT records the sent and recorded milestones. RC=4 when
      * any release is past due; RC=8 when the queue will not open.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENRELQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRL-LOAN-NUMBER
               FILE STATUS IS WS-LRL-STATUS.
           SELECT RELEASE-DOCS ASSIGN TO "LIENDOCS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT AGING-REPORT ASSIGN TO "LIENAGE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-RELEASE-FILE.
       COPY "lien-release.cpy".

       FD  RELEASE-DOCS.
       01  RELEASE-DOC-RECORD.
           05  DOC-RECORD-TYPE           PIC X(2).
               88  DOC-MORTGAGE-SATISFACTION VALUE 'MS'.
               88  DOC-TITLE-RELEASE         VALUE 'VT'.
           05  DOC-LOAN-NUMBER           PIC X(20).
           05  DOC-LIENHOLDER            PIC X(35).
           05  DOC-BORROWER-NAME         PIC X(60).
           05  DOC-STATE                 PIC X(2).
           05  DOC-PAYOFF-DATE           PIC 9(8).
           05  DOC-DUE-DATE              PIC 9(8).
           05  DOC-PROP-STREET1          PIC X(40).
           05  DOC-PROP-STREET2          PIC X(40).
           05  DOC-PROP-CITY             PIC X(30).
           05  DOC-PROP-ZIP              PIC 9(5).
           05  DOC-PROP-COUNTY           PIC X(30).
           05  DOC-COLLAT-TYPE           PIC X(2).
           05  DOC-COLLAT-DESC           PIC X(50).
           05  DOC-VIN-NUMBER            PIC X(17).

       FD  AGING-REPORT.
       01  AGING-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LRL-STATUS         PIC X(2).
           88  WS-LRL-OK             VALUE "00".
           88  WS-LRL-EOF            VALUE "10".
       01  WS-DOC-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-LIENHOLDER          PIC X(35) VALUE "COBRIDGE BANK".
      * a release this many days or fewer from its deadline is
      * flagged DUE SOON
       01  WS-WARN-DAYS           PIC 9(3) VALUE 10.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DAYS-LEFT           PIC S9(5) COMP-3.
       01  WS-DAYS-EDIT           PIC -ZZZ9.
       01  WS-STATUS-TEXT         PIC X(8).
       01  WS-AGING-TEXT          PIC X(8).

       01  WS-RELEASES-READ       PIC 9(9) COMP VALUE 0.
       01  WS-DOCS-EXTRACTED      PIC 9(9) COMP VALUE 0.
       01  WS-OUTSTANDING         PIC 9(9) COMP VALUE 0.
       01  WS-PAST-DUE            PIC 9(9) COMP VALUE 0.
       01  WS-DUE-SOON            PIC 9(9) COMP VALUE 0.
       01  WS-COUNT-EDIT          PIC ZZZ,ZZ9.

       COPY "file-header-trailer.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O LIEN-RELEASE-FILE
           IF NOT WS-LRL-OK
               DISPLAY "LIENRPT: NO LIEN RELEASE QUEUE - STATUS "
                       WS-LRL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RELEASE-DOCS
           OPEN OUTPUT AGING-REPORT

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-HEADER-REC TO TRUE
           MOVE "LIENDOCS" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE SPACES TO RELEASE-DOC-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO RELEASE-DOC-RECORD
           WRITE RELEASE-DOC-RECORD
           PERFORM WRITE-AGING-HEADINGS

           MOVE LOW-VALUES TO LRL-LOAN-NUMBER
           START LIEN-RELEASE-FILE KEY >= LRL-LOAN-NUMBER
               INVALID KEY
                   SET WS-LRL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LRL-EOF
               READ LIEN-RELEASE-FILE NEXT RECORD
                   AT END
                       SET WS-LRL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RELEASES-READ
                       PERFORM WORK-ONE-RELEASE
               END-READ
           END-PERFORM

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-TRAILER-REC TO TRUE
           MOVE "LIENDOCS" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE WS-DOCS-EXTRACTED TO FHT-RECORD-COUNT
           MOVE 0 TO FHT-CONTROL-TOTAL
           MOVE SPACES TO RELEASE-DOC-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO RELEASE-DOC-RECORD
           WRITE RELEASE-DOC-RECORD
           PERFORM WRITE-AGING-TOTALS

           CLOSE AGING-REPORT
           CLOSE RELEASE-DOCS
           CLOSE LIEN-RELEASE-FILE

           DISPLAY "LIENRPT: RELEASES READ    = " WS-RELEASES-READ
           DISPLAY "LIENRPT: DOCS EXTRACTED   = " WS-DOCS-EXTRACTED
           DISPLAY "LIENRPT: NOT YET RECORDED = " WS-OUTSTANDING
           DISPLAY "LIENRPT: DUE SOON         = " WS-DUE-SOON
           DISPLAY "LIENRPT: PAST DUE         = " WS-PAST-DUE
           IF WS-PAST-DUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       WORK-ONE-RELEASE.
           IF NOT LRL-OUTSTANDING
               EXIT PARAGRAPH
           END-IF
           IF LRL-EXTRACT-DATE = 0
               PERFORM EXTRACT-RELEASE-DOC
           END-IF
           PERFORM AGE-ONE-RELEASE.

      ****************************************************************
      * THE RELEASE DOCUMENT EXTRACT
      ****************************************************************
       EXTRACT-RELEASE-DOC.
           MOVE SPACES TO RELEASE-DOC-RECORD
           IF LRL-MORTGAGE
               SET DOC-MORTGAGE-SATISFACTION TO TRUE
               MOVE LRL-PROP-STREET1 TO DOC-PROP-STREET1
               MOVE LRL-PROP-STREET2 TO DOC-PROP-STREET2
               MOVE LRL-PROP-CITY TO DOC-PROP-CITY
               MOVE LRL-PROP-ZIP TO DOC-PROP-ZIP
               MOVE LRL-PROP-COUNTY TO DOC-PROP-COUNTY
           ELSE
               SET DOC-TITLE-RELEASE TO TRUE
               MOVE 0 TO DOC-PROP-ZIP
               MOVE LRL-COLLAT-TYPE TO DOC-COLLAT-TYPE
               MOVE LRL-COLLAT-DESC TO DOC-COLLAT-DESC
               MOVE LRL-VIN-NUMBER TO DOC-VIN-NUMBER
           END-IF
           MOVE LRL-LOAN-NUMBER TO DOC-LOAN-NUMBER
           MOVE WS-LIENHOLDER TO DOC-LIENHOLDER
           MOVE LRL-BORROWER-NAME TO DOC-BORROWER-NAME
           MOVE LRL-STATE TO DOC-STATE
           MOVE LRL-PAYOFF-DATE TO DOC-PAYOFF-DATE
           MOVE LRL-DUE-DATE TO DOC-DUE-DATE
           WRITE RELEASE-DOC-RECORD
           ADD 1 TO WS-DOCS-EXTRACTED

           MOVE WS-RUN-DATE TO LRL-EXTRACT-DATE
           MOVE WS-RUN-DATE TO LRL-CHANGED-DATE
           REWRITE LIEN-RELEASE-RECORD
               INVALID KEY
                   DISPLAY "LIENRPT: EXTRACT NOT STAMPED ON "
                           LRL-LOAN-NUMBER
           END-REWRITE.

      ****************************************************************
      * THE AGING REPORT
      ****************************************************************
       AGE-ONE-RELEASE.
           ADD 1 TO WS-OUTSTANDING
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(LRL-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE SPACES TO WS-AGING-TEXT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "PAST DUE" TO WS-AGING-TEXT
                   ADD 1 TO WS-PAST-DUE
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-AGING-TEXT
                   ADD 1 TO WS-DUE-SOON
           END-EVALUATE
           IF LRL-SENT
               MOVE "SENT" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE SPACES TO AGING-RPT-LINE
           STRING LRL-LOAN-SOURCE " "
                  LRL-LOAN-NUMBER " "
                  LRL-BORROWER-NAME(1:24) " "
                  LRL-STATE " "
                  LRL-PAYOFF-DATE " "
                  LRL-DUE-DATE " "
                  WS-STATUS-TEXT " "
                  WS-DAYS-EDIT " "
                  WS-AGING-TEXT
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE.

       WRITE-AGING-HEADINGS.
           MOVE SPACES TO AGING-RPT-LINE
           STRING "LIEN RELEASE AGING AS OF " WS-RUN-DATE
                  "   RELEASES NOT YET RECORDED (M = MORTGAGE "
                  "SATISFACTION, C = VEHICLE TITLE)"
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE SPACES TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE SPACES TO AGING-RPT-LINE
           STRING "S LOAN NUMBER          "
                  "BORROWER                 "
                  "ST PAYOFF   DUE      STATUS   "
                  " DAYS AGING"
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE WS-OUTSTANDING TO WS-COUNT-EDIT
           MOVE SPACES TO AGING-RPT-LINE
           STRING "NOT YET RECORDED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE WS-DUE-SOON TO WS-COUNT-EDIT
           MOVE SPACES TO AGING-RPT-LINE
           STRING "DUE SOON         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE WS-PAST-DUE TO WS-COUNT-EDIT
           MOVE SPACES TO AGING-RPT-LINE
           STRING "PAST DUE         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRXRVW.

      ****************************************************************
      * MONTHLY BATCH: CTR exemption review. Walks the exemption
      * registry (CTREXMPT) and, for every active exemption, lists
      * on the CTRXRPT report:
      *   - a review due within WS-REVIEW-LEAD-DAYS, or overdue
      *   - a customer no longer active, merged away or deceased -
      *     the exemption should be revoked through CTRXMNT
      *   - a Phase II customer whose last full twelve-month window
      *     had fewer than WS-MIN-QUALIFYING-DAYS days of cash over
      *     the CTR threshold: the frequent-currency pattern the
      *     exemption rests on is no longer there
      * The window CTREXTR counts into is rolled here once it has
      * run twelve months; the count it closed with is kept on the
      * row until the next roll.
      * RC=4 when anything is listed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-EXEMPT-FILE ASSIGN TO "CTREXMPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-CTX-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "CTRXRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-EXEMPT-FILE.
       COPY "ctr-exemption.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTX-STATUS         PIC X(2).
           88  WS-CTX-OK             VALUE "00".
           88  WS-CTX-EOF            VALUE "10".
           88  WS-CTX-MISSING        VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-REVIEW-LEAD-DAYS    PIC 9(3) VALUE 30.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 365.
       01  WS-MIN-QUALIFYING-DAYS PIC 9(3) VALUE 5.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-REVIEW-HORIZON      PIC 9(8).
       01  WS-WINDOW-CUTOFF       PIC 9(8).
       01  WS-RPT-TEXT            PIC X(50).
       01  WS-CUST-NAME           PIC X(30).
       01  WS-DAYS-OUT            PIC ZZZZ9.
       01  WS-ROW-CHANGED         PIC X(1).
           88  WS-MUST-REWRITE        VALUE "Y".

       01  WS-ROWS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-REVIEWS-DUE         PIC 9(9) COMP VALUE 0.
       01  WS-REVIEWS-OVERDUE     PIC 9(9) COMP VALUE 0.
       01  WS-CUSTOMERS-GONE      PIC 9(9) COMP VALUE 0.
       01  WS-PATTERN-FAILS       PIC 9(9) COMP VALUE 0.
       01  WS-WINDOWS-ROLLED      PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-REVIEW-HORIZON = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT + WS-REVIEW-LEAD-DAYS)
           COMPUTE WS-WINDOW-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-WINDOW-DAYS)

           OPEN I-O CTR-EXEMPT-FILE
           IF WS-CTX-MISSING
               DISPLAY "CTRXRVW: NO CTR EXEMPTION FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT REVIEW-REPORT

           MOVE LOW-VALUES TO CTX-CUST-ID
           START CTR-EXEMPT-FILE KEY >= CTX-CUST-ID
               INVALID KEY
                   SET WS-CTX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CTX-EOF
               READ CTR-EXEMPT-FILE NEXT RECORD
                   AT END
                       SET WS-CTX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF CTX-ACTIVE
                           PERFORM REVIEW-ONE-EXEMPTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REVIEW-REPORT
           CLOSE CUSTOMER-MASTER
           CLOSE CTR-EXEMPT-FILE

           DISPLAY "CTRXRVW: ROWS READ       = " WS-ROWS-READ
           DISPLAY "CTRXRVW: REVIEWS DUE     = " WS-REVIEWS-DUE
           DISPLAY "CTRXRVW: REVIEWS OVERDUE = " WS-REVIEWS-OVERDUE
           DISPLAY "CTRXRVW: CUSTOMER GONE   = " WS-CUSTOMERS-GONE
           DISPLAY "CTRXRVW: PATTERN FAILS   = " WS-PATTERN-FAILS
           DISPLAY "CTRXRVW: WINDOWS ROLLED  = " WS-WINDOWS-ROLLED
           IF WS-REVIEWS-DUE > 0 OR WS-REVIEWS-OVERDUE > 0
                   OR WS-CUSTOMERS-GONE > 0 OR WS-PATTERN-FAILS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       REVIEW-ONE-EXEMPTION.
           MOVE "N" TO WS-ROW-CHANGED
           MOVE SPACES TO WS-CUST-NAME
           MOVE CTX-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE - REVOKE" TO WS-RPT-TEXT
                   ADD 1 TO WS-CUSTOMERS-GONE
                   PERFORM WRITE-REPORT-LINE
               NOT INVALID KEY
                   MOVE CUST-LAST-NAME TO WS-CUST-NAME
                   PERFORM CHECK-CUSTOMER-STANDING
           END-READ

           IF CTX-NEXT-REVIEW-DATE < WS-RUN-DATE
               MOVE "REVIEW OVERDUE" TO WS-RPT-TEXT
               ADD 1 TO WS-REVIEWS-OVERDUE
               PERFORM WRITE-REPORT-LINE
           ELSE
               IF CTX-NEXT-REVIEW-DATE <= WS-REVIEW-HORIZON
                   MOVE "REVIEW COMING DUE" TO WS-RPT-TEXT
                   ADD 1 TO WS-REVIEWS-DUE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF

           IF CTX-WINDOW-START <= WS-WINDOW-CUTOFF
               PERFORM ROLL-THE-WINDOW
           END-IF
           IF CTX-PHASE-II AND CTX-PRIOR-WINDOW-END NOT = 0
                   AND CTX-PRIOR-QUALIFYING-DAYS
                       < WS-MIN-QUALIFYING-DAYS
               MOVE CTX-PRIOR-QUALIFYING-DAYS TO WS-DAYS-OUT
               MOVE SPACES TO WS-RPT-TEXT
               STRING "CASH PATTERN - " WS-DAYS-OUT
                      " REPORTABLE DAYS IN 12 MONTHS"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               ADD 1 TO WS-PATTERN-FAILS
               PERFORM WRITE-REPORT-LINE
           END-IF

           IF WS-MUST-REWRITE
               REWRITE CTR-EXEMPT-RECORD
                   INVALID KEY
                       DISPLAY "CTRXRVW: REWRITE FAILED FOR CUST "
                               CTX-CUST-ID
               END-REWRITE
           END-IF.

       CHECK-CUSTOMER-STANDING.
           EVALUATE TRUE
               WHEN CUST-MERGED-TO NOT = 0
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "CUSTOMER MERGED INTO " CUST-MERGED-TO
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
               WHEN CUST-IS-DECEASED
                   MOVE "CUSTOMER DECEASED - REVOKE" TO WS-RPT-TEXT
               WHEN NOT CUST-ACTIVE
                   MOVE "CUSTOMER NO LONGER ACTIVE - REVOKE"
                       TO WS-RPT-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-CUSTOMERS-GONE
           PERFORM WRITE-REPORT-LINE.

      * the closed window's count is what the pattern is judged on
       ROLL-THE-WINDOW.
           MOVE CTX-QUALIFYING-DAYS TO CTX-PRIOR-QUALIFYING-DAYS
           MOVE WS-RUN-DATE TO CTX-PRIOR-WINDOW-END
           MOVE WS-RUN-DATE TO CTX-WINDOW-START
           MOVE 0 TO CTX-QUALIFYING-DAYS
           MOVE 0 TO CTX-WINDOW-CASH
           SET WS-MUST-REWRITE TO TRUE
           ADD 1 TO WS-WINDOWS-ROLLED.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "CTRX CUST " CTX-CUST-ID
                  " " WS-CUST-NAME(1:20)
                  " PHASE " CTX-PHASE
                  " CAT " CTX-CATEGORY
                  " DOEP " CTX-DOEP-FILED-DATE
                  " REVIEW " CTX-NEXT-REVIEW-DATE
                  " " WS-RPT-TEXT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

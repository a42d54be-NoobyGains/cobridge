       IDENTIFICATION DIVISION.
       PROGRAM-ID. F314SRCH.

      ****************************************************************
      * BIWEEKLY BATCH: FinCEN 314(a) subject list search. Takes the
      * list the BSA desk downloaded (F314LIST - a header row with
      * the list id and issue date, then the subjects) and searches
      * every subject row against:
      *   - the customer master, every record including inactive
      *     ones and those CUSTMRGE retired as duplicates (reported
      *     with the surviving customer id). Scoring is additive:
      *     SSN/TIN 100, surname 40, first name 30 (initial only
      *     15), date of birth 30, ZIP 10, capped at 100; a first
      *     and last name given the other way round counts as the
      *     name. WS-SCORE-FLOOR and over is reported.
      *   - the last twelve months of transactions - the archive
      *     generations (TXNARCHP) for the older months and the
      *     period file (TXNMONTH) for the current one - by the
      *     subject's name in the transaction description
      *   - the outbound wire status file (WIRESTAT) by beneficiary
      *     name, and the MT103 history (WIREHIST) by ordering and
      *     beneficiary name, over the same twelve months
      * Names are compared upper-cased with everything but letters
      * and digits squeezed out, so "O'BRIEN" finds "OBRIEN" and
      * "SMITH-JONES" finds "SMITH JONES".
      * Every hit prints on the match report (F314RPT) for the
      * analyst to confirm before anything goes back to FinCEN.
      * The certification log (F314CERT) gets one row per subject
      * row, match or no match, and a list row with the totals and
      * whether the search finished inside the fourteen days FinCEN
      * allows from the issue date.
      * RC=4 when anything matched or the search ran late; RC=8 when
      * there is no list or it has no header.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-LIST ASSIGN TO "F314LIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ARCHIVE-TXN ASSIGN TO "TXNARCHP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT TXN-PERIOD ASSIGN TO "TXNMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT WIRE-STATUS-FILE ASSIGN TO "WIRESTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WST-SENDER-REF
               FILE STATUS IS WS-WST-STATUS.
           SELECT WIRE-HISTORY ASSIGN TO "WIREHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "F314RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CERT-LOG ASSIGN TO "F314CERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-LIST.
       COPY "fincen-314a.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ARCHIVE-TXN.
       01  ARCHIVE-RECORD            PIC X(210).

       FD  TXN-PERIOD.
       COPY "transaction.cpy".

       FD  WIRE-STATUS-FILE.
       COPY "wire-status.cpy".

       FD  WIRE-HISTORY.
       COPY "swift-mt103.cpy".

       FD  MATCH-REPORT.
       01  MATCH-REPORT-LINE         PIC X(132).

       FD  CERT-LOG.
       COPY "fincen-314a-cert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS        PIC X(2).
           88  WS-LIST-OK            VALUE "00".
           88  WS-LIST-EOF           VALUE "10".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
           88  WS-CUST-EOF           VALUE "10".
       01  WS-ARC-STATUS         PIC X(2).
           88  WS-ARC-EOF            VALUE "10".
           88  WS-ARC-MISSING        VALUE "35".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
           88  WS-TXN-MISSING        VALUE "35".
       01  WS-WST-STATUS         PIC X(2).
           88  WS-WST-EOF            VALUE "10".
           88  WS-WST-MISSING        VALUE "35".
       01  WS-MT-STATUS          PIC X(2).
           88  WS-MT-EOF             VALUE "10".
           88  WS-MT-MISSING         VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-CERT-STATUS        PIC X(2).
           88  WS-CERT-NOT-FOUND     VALUE "35".

      * scoring for a customer match
       01  WS-SCORE-FLOOR         PIC 9(3) VALUE 60.
       01  WS-ID-SCORE            PIC 9(3) VALUE 100.
       01  WS-SURNAME-SCORE       PIC 9(3) VALUE 40.
       01  WS-FIRST-NAME-SCORE    PIC 9(3) VALUE 30.
       01  WS-INITIAL-SCORE       PIC 9(3) VALUE 15.
       01  WS-DOB-SCORE           PIC 9(3) VALUE 30.
       01  WS-ZIP-SCORE           PIC 9(3) VALUE 10.
      * FinCEN's response window and the history it expects searched
       01  WS-DEADLINE-DAYS       PIC 9(3) VALUE 14.
       01  WS-HISTORY-DAYS        PIC 9(3) VALUE 365.
      * a business name shorter than this is too common to search
      * free-form text for
       01  WS-MIN-BUSINESS-LEN    PIC 9(2) VALUE 5.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-HISTORY-FROM        PIC 9(8).
       01  WS-DEADLINE-DATE       PIC 9(8).
       01  WS-LIST-ID             PIC X(14) VALUE SPACES.
       01  WS-LIST-DATE           PIC 9(8) VALUE 0.
       01  WS-TIMELY              PIC X(1).
           88  WS-ON-TIME             VALUE "Y".
       01  WS-RECORD-TYPE-TEST    PIC X(2).

       01  WS-CUSTOMERS-READ      PIC 9(9) COMP VALUE 0.
       01  WS-TXNS-SEARCHED       PIC 9(9) COMP VALUE 0.
       01  WS-WIRES-SEARCHED      PIC 9(9) COMP VALUE 0.
       01  WS-CUSTOMER-MATCHES    PIC 9(9) COMP VALUE 0.
       01  WS-TXN-MATCHES         PIC 9(9) COMP VALUE 0.
       01  WS-WIRE-MATCHES        PIC 9(9) COMP VALUE 0.
       01  WS-SUBJECTS-MATCHED    PIC 9(5) COMP VALUE 0.

      * one row per subject row on the list (an alias is its own
      * row under the same tracking number), names held squeezed
       01  WS-SB-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SB-IDX              PIC 9(4) COMP.
       01  WS-SUBJECT-TABLE.
           05  WS-SB-ENTRY OCCURS 2000 TIMES.
               10  WS-SB-TRACKING     PIC X(14).
               10  WS-SB-TYPE         PIC X(1).
                   88  WS-SB-BUSINESS     VALUE "B".
               10  WS-SB-NAME         PIC X(35).
               10  WS-SB-LAST         PIC X(35).
               10  WS-SB-LAST-LEN     PIC 9(3) COMP.
               10  WS-SB-FIRST        PIC X(25).
               10  WS-SB-FIRST-LEN    PIC 9(3) COMP.
               10  WS-SB-DOB          PIC 9(8).
               10  WS-SB-ID           PIC X(9).
               10  WS-SB-ZIP          PIC X(5).
               10  WS-SB-CUST-HITS    PIC 9(5) COMP.
               10  WS-SB-TXN-HITS     PIC 9(5) COMP.
               10  WS-SB-WIRE-HITS    PIC 9(5) COMP.

      * squeezing a name or a line of text down to letters and
      * digits
       01  WS-NORM-IN             PIC X(140).
       01  WS-NORM-OUT            PIC X(140).
       01  WS-NORM-LEN            PIC 9(3) COMP.
       01  WS-NORM-IDX            PIC 9(3) COMP.
       01  WS-NORM-CHAR           PIC X(1).

      * the digits of an SSN/TIN, however it was punctuated
       01  WS-ID-IN               PIC X(15).
       01  WS-ID-OUT              PIC X(15).
       01  WS-ID-LEN              PIC 9(2) COMP.
       01  WS-ID-IDX              PIC 9(2) COMP.

      * the customer being scored
       01  WS-CUST-LAST           PIC X(35).
       01  WS-CUST-LAST-LEN       PIC 9(3) COMP.
       01  WS-CUST-FIRST          PIC X(35).
       01  WS-CUST-FIRST-LEN      PIC 9(3) COMP.
       01  WS-CUST-WHOLE          PIC X(70).
       01  WS-CUST-SSN            PIC X(9).
       01  WS-CUST-DOB            PIC 9(8).
       01  WS-CUST-ZIP            PIC X(5).
       01  WS-CUST-NOTE           PIC X(30).
       01  WS-THIS-SCORE          PIC 9(3).
       01  WS-NAME-SCORE          PIC 9(3).

      * searching a line of text for a subject's name
       01  WS-TEXT                PIC X(140).
       01  WS-TEXT-LEN            PIC 9(3) COMP.
       01  WS-LAST-TALLY          PIC 9(3) COMP.
       01  WS-FIRST-TALLY         PIC 9(3) COMP.
       01  WS-TEXT-MATCH          PIC X(1).
           88  WS-TEXT-HIT            VALUE "Y".
       01  WS-HIT-SOURCE          PIC X(8).
       01  WS-HIT-REFERENCE       PIC X(20).
       01  WS-HIT-DATE            PIC 9(8).
       01  WS-HIT-NAME            PIC X(35).
       01  WS-HIT-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-MT-DATE-X.
           05  WS-MT-CENTURY      PIC 9(2) VALUE 20.
           05  WS-MT-YYMMDD       PIC 9(6).
       01  WS-MT-DATE REDEFINES WS-MT-DATE-X
                                  PIC 9(8).

      * report edit fields
       01  WS-AMT-OUT             PIC -(11)9.99.
       01  WS-SCORE-OUT           PIC ZZ9.
       01  WS-COUNT-1             PIC ZZZZ9.
       01  WS-COUNT-2             PIC ZZZZ9.
       01  WS-COUNT-3             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-HISTORY-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT - WS-HISTORY-DAYS)

           PERFORM LOAD-SUBJECT-LIST
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LIST-DATE)
                 + WS-DEADLINE-DAYS)
           IF WS-RUN-DATE > WS-DEADLINE-DATE
               MOVE "N" TO WS-TIMELY
           ELSE
               MOVE "Y" TO WS-TIMELY
           END-IF

           OPEN OUTPUT MATCH-REPORT
           PERFORM WRITE-REPORT-HEADING

           PERFORM SEARCH-CUSTOMERS
           PERFORM SEARCH-ARCHIVE-TXNS
           PERFORM SEARCH-PERIOD-TXNS
           PERFORM SEARCH-WIRE-STATUS
           PERFORM SEARCH-WIRE-HISTORY

           OPEN EXTEND CERT-LOG
           IF WS-CERT-NOT-FOUND
               OPEN OUTPUT CERT-LOG
           END-IF
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               PERFORM CERTIFY-ONE-SUBJECT
           END-PERFORM
           PERFORM CERTIFY-THE-LIST
           CLOSE CERT-LOG

           PERFORM WRITE-REPORT-FOOTING
           CLOSE MATCH-REPORT

           DISPLAY "F314SRCH: LIST ID          = " WS-LIST-ID
           DISPLAY "F314SRCH: LIST DATE        = " WS-LIST-DATE
           DISPLAY "F314SRCH: DEADLINE         = " WS-DEADLINE-DATE
           DISPLAY "F314SRCH: SUBJECTS         = " WS-SB-COUNT
           DISPLAY "F314SRCH: CUSTOMERS READ   = " WS-CUSTOMERS-READ
           DISPLAY "F314SRCH: TXNS SEARCHED    = " WS-TXNS-SEARCHED
           DISPLAY "F314SRCH: WIRES SEARCHED   = " WS-WIRES-SEARCHED
           DISPLAY "F314SRCH: CUSTOMER MATCHES = " WS-CUSTOMER-MATCHES
           DISPLAY "F314SRCH: TXN MATCHES      = " WS-TXN-MATCHES
           DISPLAY "F314SRCH: WIRE MATCHES     = " WS-WIRE-MATCHES
           DISPLAY "F314SRCH: SUBJECTS MATCHED = " WS-SUBJECTS-MATCHED
           IF NOT WS-ON-TIME
               DISPLAY "F314SRCH: SEARCH IS PAST THE FINCEN DEADLINE"
           END-IF
           IF RETURN-CODE NOT = 8
                   AND (WS-SUBJECTS-MATCHED > 0 OR NOT WS-ON-TIME)
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * the header row must come first; without it there is no
      * issue date to certify against
       LOAD-SUBJECT-LIST.
           OPEN INPUT SUBJECT-LIST
           IF NOT WS-LIST-OK
               DISPLAY "F314SRCH: NO SUBJECT LIST - STATUS "
                       WS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ SUBJECT-LIST
               AT END
                   SET WS-LIST-EOF TO TRUE
           END-READ
           IF WS-LIST-EOF OR NOT F314-LIST-HEADER
                   OR F314-LIST-DATE NOT NUMERIC
                   OR F314-LIST-DATE = 0
               DISPLAY "F314SRCH: SUBJECT LIST HAS NO HEADER ROW"
               CLOSE SUBJECT-LIST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE F314-LIST-ID TO WS-LIST-ID
           MOVE F314-LIST-DATE TO WS-LIST-DATE

           PERFORM UNTIL WS-LIST-EOF
               READ SUBJECT-LIST
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       IF F314-SUBJECT-ROW
                           PERFORM LOAD-ONE-SUBJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBJECT-LIST.

       LOAD-ONE-SUBJECT.
           IF WS-SB-COUNT >= 2000
               DISPLAY "F314SRCH: SUBJECT TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SB-COUNT
           MOVE WS-SB-COUNT TO WS-SB-IDX
           INITIALIZE WS-SB-ENTRY(WS-SB-IDX)
           MOVE F314-TRACKING-NUMBER TO WS-SB-TRACKING(WS-SB-IDX)
           MOVE F314-SUBJECT-TYPE TO WS-SB-TYPE(WS-SB-IDX)
           MOVE SPACES TO WS-SB-NAME(WS-SB-IDX)
           IF F314-BUSINESS OR F314-FIRST-NAME = SPACES
               MOVE F314-LAST-NAME TO WS-SB-NAME(WS-SB-IDX)
           ELSE
               STRING F314-LAST-NAME DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      F314-FIRST-NAME DELIMITED BY "  "
                   INTO WS-SB-NAME(WS-SB-IDX)
           END-IF

           MOVE F314-LAST-NAME TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-SB-LAST(WS-SB-IDX)
           MOVE WS-NORM-LEN TO WS-SB-LAST-LEN(WS-SB-IDX)
           MOVE F314-FIRST-NAME TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-SB-FIRST(WS-SB-IDX)
           MOVE WS-NORM-LEN TO WS-SB-FIRST-LEN(WS-SB-IDX)

           IF F314-DATE-OF-BIRTH NUMERIC
               MOVE F314-DATE-OF-BIRTH TO WS-SB-DOB(WS-SB-IDX)
           END-IF
           MOVE F314-ID-NUMBER TO WS-ID-IN
           PERFORM EXTRACT-ID-DIGITS
           IF WS-ID-LEN = 9
               MOVE WS-ID-OUT(1:9) TO WS-SB-ID(WS-SB-IDX)
           ELSE
               MOVE SPACES TO WS-SB-ID(WS-SB-IDX)
           END-IF
           MOVE F314-ZIP(1:5) TO WS-SB-ZIP(WS-SB-IDX).

      * WS-NORM-IN upper-cased, with everything but letters and
      * digits dropped, into WS-NORM-OUT (WS-NORM-LEN long)
       SQUEEZE-TEXT.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 140
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                       OR (WS-NORM-CHAR >= "0"
                           AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      * the digits of WS-ID-IN into WS-ID-OUT (WS-ID-LEN of them)
       EXTRACT-ID-DIGITS.
           MOVE SPACES TO WS-ID-OUT
           MOVE 0 TO WS-ID-LEN
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 15
               IF WS-ID-IN(WS-ID-IDX:1) >= "0"
                       AND WS-ID-IN(WS-ID-IDX:1) <= "9"
                   ADD 1 TO WS-ID-LEN
                   MOVE WS-ID-IN(WS-ID-IDX:1)
                       TO WS-ID-OUT(WS-ID-LEN:1)
               END-IF
           END-PERFORM.

      * every customer record is searched - a subject may have
      * closed out, been suspended or been merged into another
      * record since the account was opened
       SEARCH-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               DISPLAY "F314SRCH: CUSTOMER MASTER NOT AVAILABLE - "
                       WS-CUST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM SCORE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

       SCORE-ONE-CUSTOMER.
           MOVE CUST-LAST-NAME TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-CUST-LAST
           MOVE WS-NORM-LEN TO WS-CUST-LAST-LEN
           MOVE CUST-FIRST-NAME TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-CUST-FIRST
           MOVE WS-NORM-LEN TO WS-CUST-FIRST-LEN
      * a business customer's name may run across both name fields
           MOVE SPACES TO WS-NORM-IN
           STRING CUST-FIRST-NAME CUST-LAST-NAME
               DELIMITED BY SIZE INTO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-CUST-WHOLE

           MOVE SPACES TO WS-CUST-SSN
           STRING CUST-SSN(1:3) CUST-SSN(5:2) CUST-SSN(8:4)
               DELIMITED BY SIZE INTO WS-CUST-SSN
           MOVE CUST-DATE-OF-BIRTH TO WS-CUST-DOB
           MOVE CUST-ZIP(1:5) TO WS-CUST-ZIP

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               PERFORM SCORE-AGAINST-SUBJECT
               IF WS-THIS-SCORE >= WS-SCORE-FLOOR
                   PERFORM REPORT-CUSTOMER-MATCH
               END-IF
           END-PERFORM.

       SCORE-AGAINST-SUBJECT.
           MOVE 0 TO WS-THIS-SCORE
           MOVE 0 TO WS-NAME-SCORE
           IF WS-SB-ID(WS-SB-IDX) NOT = SPACES
                   AND WS-SB-ID(WS-SB-IDX) = WS-CUST-SSN
               MOVE WS-ID-SCORE TO WS-THIS-SCORE
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-LAST-LEN(WS-SB-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SB-BUSINESS(WS-SB-IDX)
               IF WS-SB-LAST(WS-SB-IDX) = WS-CUST-LAST
                       OR WS-SB-LAST(WS-SB-IDX) = WS-CUST-WHOLE(1:35)
                   COMPUTE WS-NAME-SCORE = WS-SURNAME-SCORE
                                         + WS-FIRST-NAME-SCORE
               END-IF
           ELSE
               IF WS-SB-LAST(WS-SB-IDX) = WS-CUST-LAST
                   MOVE WS-SURNAME-SCORE TO WS-NAME-SCORE
                   IF WS-SB-FIRST-LEN(WS-SB-IDX) > 0
                       IF WS-SB-FIRST(WS-SB-IDX) = WS-CUST-FIRST(1:25)
                           ADD WS-FIRST-NAME-SCORE TO WS-NAME-SCORE
                       ELSE
                           IF WS-SB-FIRST(WS-SB-IDX)(1:1)
                                   = WS-CUST-FIRST(1:1)
                               ADD WS-INITIAL-SCORE TO WS-NAME-SCORE
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-SB-FIRST-LEN(WS-SB-IDX) > 0
                           AND WS-SB-LAST(WS-SB-IDX)
                               = WS-CUST-FIRST
                           AND WS-SB-FIRST(WS-SB-IDX)
                               = WS-CUST-LAST(1:25)
                       COMPUTE WS-NAME-SCORE = WS-SURNAME-SCORE
                                             + WS-FIRST-NAME-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-NAME-SCORE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NAME-SCORE TO WS-THIS-SCORE
           IF WS-SB-DOB(WS-SB-IDX) NOT = 0
                   AND WS-SB-DOB(WS-SB-IDX) = WS-CUST-DOB
               ADD WS-DOB-SCORE TO WS-THIS-SCORE
           END-IF
           IF WS-SB-ZIP(WS-SB-IDX) NOT = SPACES
                   AND WS-SB-ZIP(WS-SB-IDX) = WS-CUST-ZIP
               ADD WS-ZIP-SCORE TO WS-THIS-SCORE
           END-IF
           IF WS-THIS-SCORE > 100
               MOVE 100 TO WS-THIS-SCORE
           END-IF.

       REPORT-CUSTOMER-MATCH.
           ADD 1 TO WS-SB-CUST-HITS(WS-SB-IDX)
           ADD 1 TO WS-CUSTOMER-MATCHES
           MOVE SPACES TO WS-CUST-NOTE
           EVALUATE TRUE
               WHEN CUST-MERGED-TO NOT = 0
                   STRING "MERGED INTO " CUST-MERGED-TO
                       DELIMITED BY SIZE INTO WS-CUST-NOTE
               WHEN CUST-IS-DECEASED
                   MOVE "DECEASED" TO WS-CUST-NOTE
               WHEN NOT CUST-ACTIVE
                   STRING "STATUS " CUST-STATUS
                       DELIMITED BY SIZE INTO WS-CUST-NOTE
           END-EVALUATE
           MOVE WS-THIS-SCORE TO WS-SCORE-OUT
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING WS-SB-TRACKING(WS-SB-IDX)
                  " " WS-SB-NAME(WS-SB-IDX)(1:30)
                  " CUST " CUST-ID
                  " " CUST-LAST-NAME(1:20)
                  " " CUST-FIRST-NAME(1:12)
                  " SCORE " WS-SCORE-OUT
                  " " WS-CUST-NOTE
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

      * the months already rolled off the period file; header and
      * trailer rows are skipped
       SEARCH-ARCHIVE-TXNS.
           OPEN INPUT ARCHIVE-TXN
           IF WS-ARC-MISSING
               DISPLAY "F314SRCH: NO TRANSACTION ARCHIVE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARC-EOF
               READ ARCHIVE-TXN
                   AT END
                       SET WS-ARC-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD(1:2) TO WS-RECORD-TYPE-TEST
                       IF WS-RECORD-TYPE-TEST NOT = "HD"
                               AND WS-RECORD-TYPE-TEST NOT = "TR"
                           MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
                           PERFORM SEARCH-ONE-TXN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-TXN.

       SEARCH-PERIOD-TXNS.
           OPEN INPUT TXN-PERIOD
           IF WS-TXN-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TXN-EOF
               READ TXN-PERIOD
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       PERFORM SEARCH-ONE-TXN
               END-READ
           END-PERFORM
           CLOSE TXN-PERIOD.

       SEARCH-ONE-TXN.
           IF TXN-DATE < WS-HISTORY-FROM
                   OR TXN-DESCRIPTION = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXNS-SEARCHED
           MOVE TXN-DESCRIPTION TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-TEXT
           MOVE WS-NORM-LEN TO WS-TEXT-LEN
           MOVE "TXN" TO WS-HIT-SOURCE
           MOVE TXN-ID TO WS-HIT-REFERENCE
           MOVE TXN-DATE TO WS-HIT-DATE
           MOVE TXN-DESCRIPTION TO WS-HIT-NAME
           MOVE TXN-AMOUNT TO WS-HIT-AMOUNT
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               PERFORM FIND-NAME-IN-TEXT
               IF WS-TEXT-HIT
                   ADD 1 TO WS-SB-TXN-HITS(WS-SB-IDX)
                   ADD 1 TO WS-TXN-MATCHES
                   PERFORM REPORT-ACTIVITY-MATCH
               END-IF
           END-PERFORM.

      * an individual needs both surname and first name somewhere
      * in the text; a business needs its whole name, and one too
      * short to be told from ordinary words is not searched
       FIND-NAME-IN-TEXT.
           MOVE "N" TO WS-TEXT-MATCH
           IF WS-TEXT-LEN = 0
                   OR WS-SB-LAST-LEN(WS-SB-IDX) = 0
                   OR WS-SB-LAST-LEN(WS-SB-IDX) > WS-TEXT-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-BUSINESS(WS-SB-IDX)
                   OR WS-SB-FIRST-LEN(WS-SB-IDX) = 0
               IF WS-SB-LAST-LEN(WS-SB-IDX) < WS-MIN-BUSINESS-LEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-LAST-TALLY
           INSPECT WS-TEXT(1:WS-TEXT-LEN) TALLYING WS-LAST-TALLY
               FOR ALL
                   WS-SB-LAST(WS-SB-IDX)(1:WS-SB-LAST-LEN(WS-SB-IDX))
           IF WS-LAST-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SB-BUSINESS(WS-SB-IDX)
                   OR WS-SB-FIRST-LEN(WS-SB-IDX) = 0
               SET WS-TEXT-HIT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FIRST-TALLY
           INSPECT WS-TEXT(1:WS-TEXT-LEN) TALLYING WS-FIRST-TALLY
               FOR ALL
                   WS-SB-FIRST(WS-SB-IDX)(1:WS-SB-FIRST-LEN(WS-SB-IDX))
           IF WS-FIRST-TALLY > 0
               SET WS-TEXT-HIT TO TRUE
           END-IF.

      * outbound wires we registered, by beneficiary
       SEARCH-WIRE-STATUS.
           OPEN INPUT WIRE-STATUS-FILE
           IF WS-WST-MISSING
               DISPLAY "F314SRCH: NO WIRE STATUS FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WST-SENDER-REF
           START WIRE-STATUS-FILE KEY >= WST-SENDER-REF
               INVALID KEY
                   SET WS-WST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WST-EOF
               READ WIRE-STATUS-FILE NEXT RECORD
                   AT END
                       SET WS-WST-EOF TO TRUE
                   NOT AT END
                       IF WST-SEND-DATE >= WS-HISTORY-FROM
                           PERFORM SEARCH-ONE-WIRE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WIRE-STATUS-FILE.

       SEARCH-ONE-WIRE-STATUS.
           ADD 1 TO WS-WIRES-SEARCHED
           MOVE "WIRE OUT" TO WS-HIT-SOURCE
           MOVE WST-SENDER-REF TO WS-HIT-REFERENCE
           MOVE WST-SEND-DATE TO WS-HIT-DATE
           MOVE WST-AMOUNT TO WS-HIT-AMOUNT
           MOVE WST-BEN-NAME TO WS-HIT-NAME
           PERFORM SEARCH-WIRE-NAME.

      * the MT103 history, both directions: the ordering customer
      * and the beneficiary are each a counterparty
       SEARCH-WIRE-HISTORY.
           OPEN INPUT WIRE-HISTORY
           IF WS-MT-MISSING
               DISPLAY "F314SRCH: NO WIRE HISTORY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MT-EOF
               READ WIRE-HISTORY
                   AT END
                       SET WS-MT-EOF TO TRUE
                   NOT AT END
                       PERFORM SEARCH-ONE-MT103
               END-READ
           END-PERFORM
           CLOSE WIRE-HISTORY.

       SEARCH-ONE-MT103.
           IF MT-VALUE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MT-VALUE-DATE TO WS-MT-YYMMDD
           IF WS-MT-DATE < WS-HISTORY-FROM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WIRES-SEARCHED
           MOVE "MT103" TO WS-HIT-SOURCE
           MOVE MT-SENDER-REFERENCE TO WS-HIT-REFERENCE
           MOVE WS-MT-DATE TO WS-HIT-DATE
           MOVE MT-INTERBANK-AMOUNT TO WS-HIT-AMOUNT
           MOVE MT-ORD-NAME TO WS-HIT-NAME
           PERFORM SEARCH-WIRE-NAME
           MOVE MT-BENE-NAME TO WS-HIT-NAME
           PERFORM SEARCH-WIRE-NAME.

      * WS-HIT-NAME against every subject
       SEARCH-WIRE-NAME.
           IF WS-HIT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIT-NAME TO WS-NORM-IN
           PERFORM SQUEEZE-TEXT
           MOVE WS-NORM-OUT TO WS-TEXT
           MOVE WS-NORM-LEN TO WS-TEXT-LEN
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               PERFORM FIND-NAME-IN-TEXT
               IF WS-TEXT-HIT
                   ADD 1 TO WS-SB-WIRE-HITS(WS-SB-IDX)
                   ADD 1 TO WS-WIRE-MATCHES
                   PERFORM REPORT-ACTIVITY-MATCH
               END-IF
           END-PERFORM.

       REPORT-ACTIVITY-MATCH.
           MOVE WS-HIT-AMOUNT TO WS-AMT-OUT
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING WS-SB-TRACKING(WS-SB-IDX)
                  " " WS-SB-NAME(WS-SB-IDX)(1:30)
                  " " WS-HIT-SOURCE
                  " " WS-HIT-REFERENCE
                  " " WS-HIT-DATE
                  " " WS-AMT-OUT
                  " " WS-HIT-NAME(1:30)
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

       CERTIFY-ONE-SUBJECT.
           MOVE SPACES TO F314-CERT-RECORD
           PERFORM FILL-CERT-COMMON
           SET FCR-SUBJECT-RESULT TO TRUE
           MOVE WS-SB-TRACKING(WS-SB-IDX) TO FCR-TRACKING-NUMBER
           MOVE WS-SB-NAME(WS-SB-IDX) TO FCR-SUBJECT-NAME
           MOVE WS-SB-CUST-HITS(WS-SB-IDX) TO FCR-CUSTOMER-HITS
           MOVE WS-SB-TXN-HITS(WS-SB-IDX) TO FCR-TXN-HITS
           MOVE WS-SB-WIRE-HITS(WS-SB-IDX) TO FCR-WIRE-HITS
           MOVE 0 TO FCR-SUBJECTS-SEARCHED
           MOVE 0 TO FCR-CUSTOMERS-SEARCHED
           MOVE 0 TO FCR-TXNS-SEARCHED
           MOVE 0 TO FCR-WIRES-SEARCHED
           IF WS-SB-CUST-HITS(WS-SB-IDX) > 0
                   OR WS-SB-TXN-HITS(WS-SB-IDX) > 0
                   OR WS-SB-WIRE-HITS(WS-SB-IDX) > 0
               SET FCR-MATCH-FOUND TO TRUE
               ADD 1 TO WS-SUBJECTS-MATCHED
           ELSE
               SET FCR-NO-MATCH TO TRUE
           END-IF
           PERFORM REPORT-SUBJECT-RESULT
           WRITE F314-CERT-RECORD.

       CERTIFY-THE-LIST.
           MOVE SPACES TO F314-CERT-RECORD
           PERFORM FILL-CERT-COMMON
           SET FCR-LIST-RESULT TO TRUE
           MOVE WS-CUSTOMER-MATCHES TO FCR-CUSTOMER-HITS
           MOVE WS-TXN-MATCHES TO FCR-TXN-HITS
           MOVE WS-WIRE-MATCHES TO FCR-WIRE-HITS
           MOVE WS-SB-COUNT TO FCR-SUBJECTS-SEARCHED
           MOVE WS-CUSTOMERS-READ TO FCR-CUSTOMERS-SEARCHED
           MOVE WS-TXNS-SEARCHED TO FCR-TXNS-SEARCHED
           MOVE WS-WIRES-SEARCHED TO FCR-WIRES-SEARCHED
           IF WS-SUBJECTS-MATCHED > 0
               SET FCR-MATCH-FOUND TO TRUE
           ELSE
               SET FCR-NO-MATCH TO TRUE
           END-IF
           WRITE F314-CERT-RECORD.

       FILL-CERT-COMMON.
           MOVE WS-LIST-ID TO FCR-LIST-ID
           MOVE WS-LIST-DATE TO FCR-LIST-DATE
           MOVE WS-RUN-DATE TO FCR-SEARCH-DATE
           MOVE WS-DEADLINE-DATE TO FCR-DEADLINE-DATE
           MOVE WS-TIMELY TO FCR-TIMELY
           MOVE WS-HISTORY-FROM TO FCR-HISTORY-FROM-DATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING "FINCEN 314(A) SEARCH - LIST " WS-LIST-ID
                  " ISSUED " WS-LIST-DATE
                  " DUE " WS-DEADLINE-DATE
                  " SEARCHED " WS-RUN-DATE
                  " HISTORY FROM " WS-HISTORY-FROM
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           IF NOT WS-ON-TIME
               MOVE "*** SEARCH COMPLETED AFTER THE FINCEN DEADLINE"
                   TO MATCH-REPORT-LINE
               WRITE MATCH-REPORT-LINE
           END-IF.

      * the per-subject summary the analyst signs off, no-match
      * subjects included
       REPORT-SUBJECT-RESULT.
           MOVE WS-SB-CUST-HITS(WS-SB-IDX) TO WS-COUNT-1
           MOVE WS-SB-TXN-HITS(WS-SB-IDX) TO WS-COUNT-2
           MOVE WS-SB-WIRE-HITS(WS-SB-IDX) TO WS-COUNT-3
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING "RESULT " WS-SB-TRACKING(WS-SB-IDX)
                  " " WS-SB-NAME(WS-SB-IDX)
                  " CUST " WS-COUNT-1
                  " TXN " WS-COUNT-2
                  " WIRE " WS-COUNT-3
                  " " FCR-RESULT
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

       WRITE-REPORT-FOOTING.
           MOVE WS-SB-COUNT TO WS-COUNT-1
           MOVE WS-SUBJECTS-MATCHED TO WS-COUNT-2
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING "SUBJECTS SEARCHED " WS-COUNT-1
                  " SUBJECTS MATCHED " WS-COUNT-2
                  " ON TIME " WS-TIMELY
               DELIMITED BY SIZE INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

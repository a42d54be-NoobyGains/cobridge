      * MLR-INSURANCE-AMT) against MLR-ESCROW-BALANCE, calculate the
      * shortage or surplus into MLR-ESCROW-SHORT, and produce the
      * borrower notice file for the required annual escrow statement.
      * With PARM OFFCYCLE only the loans on the off-cycle request
      * file (ESCRANRQ - TAXBILL writes one when a tax bill raises a
      * loan's escrow) are analysed and noticed; every other loan
      * passes to the updated master untouched.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-OUT ASSIGN TO "ESCRNOTC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-STATUS.
           SELECT ANALYSIS-REQUESTS ASSIGN TO "ESCRANRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "mortgage-record.cpy".

       FD  MORTGAGE-OUT.
       01  MORTGAGE-OUT-RECORD       PIC X(759).

       FD  NOTICE-OUT.
       01  NOTICE-LINE               PIC X(132).

       FD  ANALYSIS-REQUESTS.
       COPY "escrow-analysis-request.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
       01  WS-OUT-STATUS         PIC X(2).
       01  WS-NOTC-STATUS        PIC X(2).
       01  WS-EAR-STATUS         PIC X(2).
           88  WS-EAR-OK             VALUE "00".
           88  WS-EAR-EOF            VALUE "10".

       01  WS-PROJECTED-DISBURSE PIC S9(9)V99 COMP-3.
       01  WS-PROJECTED-SHORTAGE PIC S9(9)V99 COMP-3.
       01  WS-DISPLAY-SHORT      PIC -(9)9.99.
       01  WS-DISPLAY-BALANCE    PIC -(9)9.99.
       01  WS-LOANS-PROCESSED    PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-PASSED       PIC 9(9) COMP VALUE 0.

      * off-cycle run: the requested loans, loaded from ESCRANRQ
       01  WS-PARM-LINE          PIC X(20).
       01  WS-RUN-MODE           PIC X(1) VALUE "A".
           88  WS-OFF-CYCLE          VALUE "O".
       01  WS-RQ-MAX             PIC 9(5) COMP VALUE 5000.
       01  WS-RQ-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-RQ-IDX             PIC 9(5) COMP.
       01  WS-RQ-TABLE.
           05  WS-RQ-LOAN-NUMBER OCCURS 5000 TIMES PIC X(20).
       01  WS-RQ-FOUND           PIC X(1).
           88  WS-LOAN-REQUESTED     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:8) = "OFFCYCLE"
               SET WS-OFF-CYCLE TO TRUE
               PERFORM LOAD-ANALYSIS-REQUESTS
           END-IF

           OPEN INPUT MORTGAGE-IN
           OPEN OUTPUT MORTGAGE-OUT
           OPEN OUTPUT NOTICE-OUT
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-FOR-ANALYSIS
               END-READ
           END-PERFORM

           CLOSE NOTICE-OUT

           DISPLAY "MTGESCRW: LOANS ANALYZED = " WS-LOANS-PROCESSED
           IF WS-OFF-CYCLE
               DISPLAY "MTGESCRW: OFF-CYCLE ASKS = " WS-RQ-COUNT
               DISPLAY "MTGESCRW: LOANS PASSED   = " WS-LOANS-PASSED
           END-IF

           GOBACK.

      * an off-cycle run analyses only the requested loans; the
      * rest are carried to the updated master as they stand
       SELECT-FOR-ANALYSIS.
           IF WS-OFF-CYCLE
               MOVE "N" TO WS-RQ-FOUND
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                       UNTIL WS-RQ-IDX > WS-RQ-COUNT
                          OR WS-LOAN-REQUESTED
                   IF WS-RQ-LOAN-NUMBER(WS-RQ-IDX) = MLR-LOAN-NUMBER
                       SET WS-LOAN-REQUESTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-LOAN-REQUESTED
                   ADD 1 TO WS-LOANS-PASSED
                   MOVE MORTGAGE-LOAN-RECORD TO MORTGAGE-OUT-RECORD
                   WRITE MORTGAGE-OUT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-LOANS-PROCESSED
           PERFORM ANALYZE-ESCROW.

       LOAD-ANALYSIS-REQUESTS.
           OPEN INPUT ANALYSIS-REQUESTS
           IF NOT WS-EAR-OK
               DISPLAY "MTGESCRW: NO OFF-CYCLE REQUEST FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EAR-EOF
               READ ANALYSIS-REQUESTS
                   AT END
                       SET WS-EAR-EOF TO TRUE
                   NOT AT END
                       IF EAR-REQUEST-ROW
                           PERFORM ADD-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANALYSIS-REQUESTS.

       ADD-ONE-REQUEST.
           IF WS-RQ-COUNT >= WS-RQ-MAX
               DISPLAY "MTGESCRW: REQUEST TABLE FULL - "
                       EAR-LOAN-NUMBER " NOT ANALYSED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RQ-COUNT
           MOVE EAR-LOAN-NUMBER TO WS-RQ-LOAN-NUMBER(WS-RQ-COUNT).

       ANALYZE-ESCROW.
           COMPUTE WS-PROJECTED-DISBURSE =
               (MLR-TAX-AMOUNT + MLR-INSURANCE-AMT + MLR-PMI-AMOUNT)

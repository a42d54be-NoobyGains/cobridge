      * change is written to the NOC correction worklist so account
      * data gets fixed before the next origination cycle. Unmatched
      * returns are logged through ERRLOG and left for investigation.
      * A return matched to an entry originated for a profiled
      * originator (ACHORIGP) is also kept on the ACHRTHST history,
      * categorized unauthorized / administrative / other, for the
      * originator return-rate report (ACHRRATE).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REVERSAL-POST ASSIGN TO "ACHRVPST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RVP-STATUS.
           SELECT ORIGINATOR-FILE ASSIGN TO "ACHORIGP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOP-COMPANY-ID
               ALTERNATE RECORD KEY IS AOP-ACCOUNT-NUMBER
               FILE STATUS IS WS-AOP-STATUS.
           SELECT RETURN-HISTORY ASSIGN TO "ACHRTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARH-TRACE-NO
               ALTERNATE RECORD KEY IS ARH-COMPANY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ARH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-POST.
       01  REVERSAL-POST-RECORD       PIC X(210).

       FD  ORIGINATOR-FILE.
       COPY "ach-originator.cpy".

       FD  RETURN-HISTORY.
       COPY "ach-return-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RTRN-STATUS        PIC X(2).
           88  WS-RTRN-OK            VALUE "00".
       01  WS-NOC-STATUS         PIC X(2).
           88  WS-NOC-OK             VALUE "00".
       01  WS-RVP-STATUS         PIC X(2).
       01  WS-AOP-STATUS         PIC X(2).
           88  WS-AOP-MISSING        VALUE "35".
       01  WS-ARH-STATUS         PIC X(2).
           88  WS-ARH-NOT-FOUND      VALUE "23", "35".
       01  WS-ORIG-FILE-FLAG     PIC X(1) VALUE "Y".
           88  WS-HAVE-ORIG-FILE     VALUE "Y".
       01  WS-ORIG-COMPANY-ID    PIC X(10).
       01  WS-RETURNS-RECORDED   PIC 9(9) COMP VALUE 0.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RETURNS-READ        PIC 9(9) COMP VALUE 0.
           OPEN INPUT RETURN-IN
           OPEN OUTPUT NOC-WORKLIST
           OPEN OUTPUT REVERSAL-POST
           OPEN INPUT ORIGINATOR-FILE
           IF WS-AOP-MISSING
               MOVE "N" TO WS-ORIG-FILE-FLAG
           END-IF
           OPEN I-O RETURN-HISTORY
           IF WS-ARH-NOT-FOUND
               OPEN OUTPUT RETURN-HISTORY
               CLOSE RETURN-HISTORY
               OPEN I-O RETURN-HISTORY
           END-IF

           PERFORM UNTIL WS-RTRN-EOF
               READ RETURN-IN
           CLOSE RETURN-IN
           CLOSE NOC-WORKLIST
           CLOSE REVERSAL-POST
           IF WS-HAVE-ORIG-FILE
               CLOSE ORIGINATOR-FILE
           END-IF
           CLOSE RETURN-HISTORY

           DISPLAY "ACHRETRN: ITEMS READ       = " WS-RETURNS-READ
           DISPLAY "ACHRETRN: RETURNS REVERSED = " WS-RETURNS-REVERSED
           DISPLAY "ACHRETRN: UNMATCHED        = " WS-RETURNS-UNMATCHED
           DISPLAY "ACHRETRN: NOCS TO WORKLIST = " WS-NOCS-WRITTEN
           DISPLAY "ACHRETRN: ORIGINATOR RTNS  = " WS-RETURNS-RECORDED

           GOBACK.

                   PERFORM MATCH-ORIGINAL-ENTRY
                   IF WS-MATCHED
                       PERFORM POST-REVERSAL
                       PERFORM RECORD-ORIGINATOR-RETURN
                   ELSE
                       ADD 1 TO WS-RETURNS-UNMATCHED
                       MOVE 2001 TO WS-ERR-CODE
                       TO WS-ORIG-ACCOUNT
                   MOVE ACH-DET-AMOUNT(WS-ENTRY-IDX)
                       TO WS-ORIG-AMOUNT
                   MOVE ACH-COMPANY-ID TO WS-ORIG-COMPANY-ID
               END-IF
           END-PERFORM.

           MOVE WS-NOC-DETAIL TO NOC-WORKLIST-LINE
           WRITE NOC-WORKLIST-LINE
           ADD 1 TO WS-NOCS-WRITTEN.

      * only an entry originated for a profiled originator counts
      * toward its return rates; a return already on file is not
      * counted twice
       RECORD-ORIGINATOR-RETURN.
           IF NOT WS-HAVE-ORIG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-COMPANY-ID TO AOP-COMPANY-ID
           READ ORIGINATOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE ACH-RETURN-HISTORY-RECORD
           MOVE ART-ORIG-TRACE-NO TO ARH-TRACE-NO
           MOVE WS-ORIG-COMPANY-ID TO ARH-COMPANY-ID
           MOVE ART-REASON-CODE TO ARH-REASON-CODE
           EVALUATE ART-REASON-CODE
               WHEN "R05" WHEN "R07" WHEN "R10"
               WHEN "R11" WHEN "R29" WHEN "R51"
                   SET ARH-UNAUTHORIZED TO TRUE
               WHEN "R02" WHEN "R03" WHEN "R04"
                   SET ARH-ADMINISTRATIVE TO TRUE
               WHEN OTHER
                   SET ARH-OTHER-RETURN TO TRUE
           END-EVALUATE
           MOVE WS-ORIG-TXN-CODE TO ARH-ORIG-TXN-CODE
           MOVE WS-ORIG-AMOUNT TO ARH-AMOUNT
           MOVE ART-RETURN-DATE TO ARH-RETURN-DATE
           IF ARH-RETURN-DATE = 0
               MOVE WS-RUN-DATE TO ARH-RETURN-DATE
           END-IF
           MOVE WS-RUN-DATE TO ARH-RECORDED-DATE
           WRITE ACH-RETURN-HISTORY-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-RETURNS-RECORDED.

      * BATCH: compute debt-to-income across all applicants on a loan
      * and auto-populate LA-DECISION-CODE as approved/declined/refer
      * so underwriters only review the borderline cases.
      * An approval is priced off the consumer loan rate sheet
      * (LNRATES) - the highest effective tier for the loan type
      * whose score floor the primary applicant meets - the terms
      * any member of the public gets; a loan type with no rows
      * keeps the rate the underwriter keyed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REASON-OUT ASSIGN TO "LOANRSNS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-STATUS.
           SELECT LOAN-RATE-SHEET ASSIGN TO "LNRATES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRS-KEY
               FILE STATUS IS WS-LRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REASON-OUT.
       COPY "adverse-reason.cpy".

       FD  LOAN-RATE-SHEET.
       COPY "loan-rate-sheet.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS        PIC X(2).
           88  WS-LOAN-EOF           VALUE "10".
       01  WS-RSN-STATUS         PIC X(2).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-REASON-IDX         PIC 9 COMP.
       01  WS-LRS-STATUS         PIC X(2).
           88  WS-LRS-OK             VALUE "00".
       01  WS-HAVE-RATE-SHEET    PIC X(1) VALUE "Y".
           88  WS-RATE-SHEET-UP      VALUE "Y".
       01  WS-TIER-IDX           PIC 9(2) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT LOAN-APP-FILE
           OPEN OUTPUT LOAN-APP-OUT
           OPEN OUTPUT REASON-OUT
           OPEN INPUT LOAN-RATE-SHEET
           IF NOT WS-LRS-OK
               MOVE "N" TO WS-HAVE-RATE-SHEET
           END-IF

           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-APP-FILE
           CLOSE LOAN-APP-FILE
           CLOSE LOAN-APP-OUT
           CLOSE REASON-OUT
           IF WS-RATE-SHEET-UP
               CLOSE LOAN-RATE-SHEET
           END-IF

           DISPLAY "LOANUW: APPLICATIONS PROCESSED = " WS-APPS-READ

                   MOVE "AP" TO LA-DECISION-CODE
                   MOVE LA-REQUESTED-AMOUNT TO LA-APPROVED-AMOUNT
                   MOVE LA-REQUESTED-TERM TO LA-APPROVED-TERM
                   PERFORM PRICE-APPROVAL
               WHEN OTHER
                   MOVE "RF" TO LA-DECISION-CODE
           END-EVALUATE
               PERFORM CAPTURE-ADVERSE-REASONS
           END-IF.

      * highest effective-dated tier whose score floor the primary
      * applicant meets wins; no rows for the loan type leaves the
      * keyed rate alone
       PRICE-APPROVAL.
           IF NOT WS-RATE-SHEET-UP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 9
               MOVE LA-LOAN-TYPE TO LRS-LOAN-TYPE
               MOVE WS-TIER-IDX TO LRS-TIER
               READ LOAN-RATE-SHEET
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LRS-EFFECTIVE-DATE <= WS-RUN-DATE
                               AND WS-PRIMARY-SCORE >= LRS-SCORE-FLOOR
                           MOVE LRS-RATE TO LA-APPROVED-RATE
                       END-IF
               END-READ
           END-PERFORM.

      * the same facts that drove the decision become the written
      * reasons ECOA requires on the notice
       CAPTURE-ADVERSE-REASONS.

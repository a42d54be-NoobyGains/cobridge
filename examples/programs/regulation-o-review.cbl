       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGOQTR.

      ****************************************************************
      * QUARTERLY BATCH: Regulation O insider credit review. Every
      * extension of credit to a customer on the insider registry
      * (INSIDREG) - an executive officer, director or principal
      * shareholder, or a related interest of one - is gathered
      * from the three books that lend:
      *   MTG  - the mortgage master, matched on the borrower SSN
      *          (the mortgage book carries no customer id)
      *   LOAN - the consumer loan servicing file, on the borrower
      *          CUST-ID
      *   OD   - the overdraft line (ACCT-OD-LIMIT) on an open
      *          deposit account the customer owns; the whole line
      *          counts, drawn or not
      * Each is listed with two flags for the credit officer:
      *   APPROVAL - the amount extended (original loan or the OD
      *              line) is above the prior-approval threshold:
      *              the greater of 25,000.00 and 5% of capital and
      *              unimpaired surplus, never above 500,000.00;
      *              capital comes in as PARM CAPITAL=nnnnnnnnnnn
      *              (whole dollars) and without it the threshold
      *              is 25,000.00
      *   RATE     - the loan is priced below the consumer loan rate
      *              sheet (LNRATES) LOANUW offers the public: the
      *              tier for the loan type and the borrower's score
      *              that was in effect when the loan was made. An OD
      *              line, or a loan type with no sheet rows, is not
      *              rate-tested
      * Then the aggregate per insider, with each related
      * interest's credit rolled into its insider's, flagged when it
      * stands above the same threshold. Ended registry rows are
      * left out. RC=4 when anything is flagged; RC=8 when there is
      * no registry or the insider table fills.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-REGISTRY ASSIGN TO "INSIDREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS INS-CUST-ID
               FILE STATUS IS WS-INS-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT LOAN-SERVICING ASSIGN TO "LOANSERV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT LOAN-RATE-SHEET ASSIGN TO "LNRATES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRS-KEY
               FILE STATUS IS WS-LRS-STATUS.
           SELECT REVIEW-RPT ASSIGN TO "REGORPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSIDER-REGISTRY.
       COPY "insider-registry.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  LOAN-RATE-SHEET.
       COPY "loan-rate-sheet.cpy".

       FD  REVIEW-RPT.
       01  REVIEW-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INS-STATUS         PIC X(2).
           88  WS-INS-OK             VALUE "00".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-OK             VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-LRS-STATUS         PIC X(2).
           88  WS-LRS-OK             VALUE "00".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-HAVE-RATE-SHEET     PIC X(1) VALUE "Y".
           88  WS-RATE-SHEET-UP       VALUE "Y".
       01  WS-HAVE-CUSTOMERS      PIC X(1) VALUE "Y".
           88  WS-CUSTOMERS-UP        VALUE "Y".
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PARM-LINE           PIC X(30).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-CAPITAL             PIC 9(11) VALUE 0.

      * the prior-approval threshold, off the capital on the parm
       01  WS-THRESHOLD-FLOOR     PIC 9(9)V99 VALUE 25000.00.
       01  WS-THRESHOLD-CAP       PIC 9(9)V99 VALUE 500000.00.
       01  WS-THRESHOLD           PIC 9(9)V99.

       01  WS-INSIDERS-LOADED     PIC 9(9) COMP VALUE 0.
       01  WS-INSIDERS-ENDED      PIC 9(9) COMP VALUE 0.
       01  WS-INSIDERS-NO-ROOM    PIC 9(9) COMP VALUE 0.
       01  WS-MTG-EXTENSIONS      PIC 9(9) COMP VALUE 0.
       01  WS-LOAN-EXTENSIONS     PIC 9(9) COMP VALUE 0.
       01  WS-OD-EXTENSIONS       PIC 9(9) COMP VALUE 0.
       01  WS-APPROVAL-FLAGS      PIC 9(9) COMP VALUE 0.
       01  WS-RATE-FLAGS          PIC 9(9) COMP VALUE 0.
       01  WS-AGGREGATE-FLAGS     PIC 9(9) COMP VALUE 0.

      * the registry, loaded up front; a related interest's credit
      * rolls up to the row of the insider it belongs to (its own
      * row when that insider is not on the registry)
       01  WS-IN-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-IN-IDX              PIC 9(4) COMP.
       01  WS-IN-SUB              PIC 9(4) COMP.
       01  WS-IN-FOUND            PIC X(1).
           88  WS-IN-HIT              VALUE "Y".
       01  WS-FIND-CUST-ID        PIC 9(10).
       01  WS-FIND-TIN            PIC 9(9).
       01  WS-INSIDER-TABLE.
           05  WS-IN-ENTRY OCCURS 2000 TIMES.
               10  WS-IN-CUST-ID      PIC 9(10).
               10  WS-IN-TIN          PIC 9(9).
               10  WS-IN-TYPE         PIC X(1).
               10  WS-IN-RELATED-TO   PIC 9(10).
               10  WS-IN-NAME         PIC X(40).
               10  WS-IN-ROLLUP       PIC 9(4) COMP.
               10  WS-IN-MTG-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-IN-LOAN-TOTAL   PIC S9(11)V99 COMP-3.
               10  WS-IN-OD-TOTAL     PIC S9(11)V99 COMP-3.

      * the extension being reported
       01  WS-EXT-SOURCE          PIC X(4).
       01  WS-EXT-ID              PIC X(20).
       01  WS-EXT-EXTENDED        PIC S9(11)V99 COMP-3.
       01  WS-EXT-OUTSTANDING     PIC S9(11)V99 COMP-3.
       01  WS-EXT-RATE            PIC 9V9(4) COMP-3.
       01  WS-EXT-FLAGS           PIC X(14).

      * the public rate sheet lookup
       01  WS-PR-LOAN-TYPE        PIC X(2).
       01  WS-PR-SCORE            PIC 9(3).
       01  WS-PR-AS-OF            PIC 9(8).
       01  WS-PR-RATE             PIC 9V9(4) COMP-3.
       01  WS-PR-FOUND            PIC X(1).
           88  WS-PR-HIT              VALUE "Y".
       01  WS-TIER-IDX            PIC 9(2) COMP.

       01  WS-AGGREGATE           PIC S9(11)V99 COMP-3.
       01  WS-ROLE-TEXT           PIC X(12).
       01  WS-RATE-PCT            PIC 9(2)V999.
       01  WS-RATE-EDIT           PIC Z9.999.
       01  WS-PUB-RATE-EDIT       PIC X(6).
       01  WS-AMT-EDIT-1          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-3          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-4          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM

           OPEN INPUT INSIDER-REGISTRY
           IF NOT WS-INS-OK
               DISPLAY "REGOQTR: NO INSIDER REGISTRY - REVIEW NOT "
                       "PRODUCED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-INSIDERS
           CLOSE INSIDER-REGISTRY
           PERFORM RESOLVE-ROLLUPS
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT

           OPEN INPUT LOAN-RATE-SHEET
           IF NOT WS-LRS-OK
               MOVE "N" TO WS-HAVE-RATE-SHEET
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               MOVE "N" TO WS-HAVE-CUSTOMERS
           END-IF
           OPEN OUTPUT REVIEW-RPT
           PERFORM WRITE-EXTENSION-HEADINGS

           PERFORM SCAN-MORTGAGES
           PERFORM SCAN-CONSUMER-LOANS
           PERFORM SCAN-OVERDRAFT-LINES

           PERFORM WRITE-AGGREGATE-HEADINGS
           PERFORM WRITE-ONE-AGGREGATE
               VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT

           CLOSE REVIEW-RPT
           IF WS-CUSTOMERS-UP
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-RATE-SHEET-UP
               CLOSE LOAN-RATE-SHEET
           END-IF

           MOVE WS-THRESHOLD TO WS-AMT-EDIT-1
           DISPLAY "REGOQTR: APPROVAL THRESHOLD = " WS-AMT-EDIT-1
           DISPLAY "REGOQTR: INSIDERS LOADED    = " WS-INSIDERS-LOADED
           DISPLAY "REGOQTR: INSIDERS ENDED     = " WS-INSIDERS-ENDED
           DISPLAY "REGOQTR: INSIDERS NO ROOM   = " WS-INSIDERS-NO-ROOM
           DISPLAY "REGOQTR: MORTGAGES          = " WS-MTG-EXTENSIONS
           DISPLAY "REGOQTR: CONSUMER LOANS     = " WS-LOAN-EXTENSIONS
           DISPLAY "REGOQTR: OVERDRAFT LINES    = " WS-OD-EXTENSIONS
           DISPLAY "REGOQTR: APPROVAL FLAGS     = " WS-APPROVAL-FLAGS
           DISPLAY "REGOQTR: RATE FLAGS         = " WS-RATE-FLAGS
           DISPLAY "REGOQTR: AGGREGATES OVER    = " WS-AGGREGATE-FLAGS
           EVALUATE TRUE
               WHEN WS-INSIDERS-NO-ROOM > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-APPROVAL-FLAGS > 0 OR WS-RATE-FLAGS > 0
                       OR WS-AGGREGATE-FLAGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

      * the parm may carry CAPITAL=nnnnnnnnnnn, capital and
      * unimpaired surplus in whole dollars; the threshold is 5% of
      * it, held between the regulatory floor and cap
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 12
               IF WS-PARM-LINE(WS-PARM-IDX:8) = "CAPITAL="
                       AND WS-PARM-LINE(WS-PARM-IDX + 8:11) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 8:11)
                       TO WS-CAPITAL
               END-IF
           END-PERFORM
           COMPUTE WS-THRESHOLD ROUNDED = WS-CAPITAL * 0.05
           IF WS-THRESHOLD < WS-THRESHOLD-FLOOR
               MOVE WS-THRESHOLD-FLOOR TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD > WS-THRESHOLD-CAP
               MOVE WS-THRESHOLD-CAP TO WS-THRESHOLD
           END-IF.

      ****************************************************************
      * THE REGISTRY
      ****************************************************************
       LOAD-INSIDERS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE 0 TO INS-CUST-ID
           START INSIDER-REGISTRY KEY >= INS-CUST-ID
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ INSIDER-REGISTRY NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-INSIDER
               END-READ
           END-PERFORM.

       LOAD-ONE-INSIDER.
           IF INS-END-DATE NOT = 0 AND INS-END-DATE <= WS-RUN-DATE
               ADD 1 TO WS-INSIDERS-ENDED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COUNT >= 2000
               ADD 1 TO WS-INSIDERS-NO-ROOM
               DISPLAY "REGOQTR: NO ROOM FOR INSIDER " INS-CUST-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT
           ADD 1 TO WS-INSIDERS-LOADED
           MOVE INS-CUST-ID TO WS-IN-CUST-ID(WS-IN-COUNT)
           MOVE INS-TIN TO WS-IN-TIN(WS-IN-COUNT)
           MOVE INS-TYPE TO WS-IN-TYPE(WS-IN-COUNT)
           MOVE INS-RELATED-TO TO WS-IN-RELATED-TO(WS-IN-COUNT)
           MOVE INS-NAME TO WS-IN-NAME(WS-IN-COUNT)
           MOVE WS-IN-COUNT TO WS-IN-ROLLUP(WS-IN-COUNT)
           MOVE 0 TO WS-IN-MTG-TOTAL(WS-IN-COUNT)
           MOVE 0 TO WS-IN-LOAN-TOTAL(WS-IN-COUNT)
           MOVE 0 TO WS-IN-OD-TOTAL(WS-IN-COUNT).

       RESOLVE-ROLLUPS.
           IF WS-IN-TYPE(WS-IN-IDX) NOT = "R"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-IN-COUNT
               IF WS-IN-CUST-ID(WS-IN-SUB) =
                       WS-IN-RELATED-TO(WS-IN-IDX)
                       AND WS-IN-TYPE(WS-IN-SUB) NOT = "R"
                   MOVE WS-IN-SUB TO WS-IN-ROLLUP(WS-IN-IDX)
               END-IF
           END-PERFORM.

       FIND-INSIDER-BY-CUST.
           MOVE "N" TO WS-IN-FOUND
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT OR WS-IN-HIT
               IF WS-IN-CUST-ID(WS-IN-IDX) = WS-FIND-CUST-ID
                   SET WS-IN-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-IN-HIT
               SUBTRACT 1 FROM WS-IN-IDX
           END-IF.

       FIND-INSIDER-BY-TIN.
           MOVE "N" TO WS-IN-FOUND
           IF WS-FIND-TIN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT OR WS-IN-HIT
               IF WS-IN-TIN(WS-IN-IDX) = WS-FIND-TIN
                   SET WS-IN-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-IN-HIT
               SUBTRACT 1 FROM WS-IN-IDX
           END-IF.

      ****************************************************************
      * THE THREE BOOKS
      ****************************************************************
       SCAN-MORTGAGES.
           OPEN INPUT MORTGAGE-MASTER
           IF NOT WS-MTG-OK
               DISPLAY "REGOQTR: NO MORTGAGE MASTER - MORTGAGES "
                       "NOT REVIEWED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO MLR-LOAN-NUMBER
           START MORTGAGE-MASTER KEY >= MLR-LOAN-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF MLR-CURRENT-BALANCE > 0
                               AND NOT MLR-CHARGED-OFF
                           PERFORM REVIEW-ONE-MORTGAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MORTGAGE-MASTER.

       REVIEW-ONE-MORTGAGE.
           MOVE MLR-BORR-SSN TO WS-FIND-TIN
           PERFORM FIND-INSIDER-BY-TIN
           IF NOT WS-IN-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MTG-EXTENSIONS
           MOVE "MTG " TO WS-EXT-SOURCE
           MOVE MLR-LOAN-NUMBER TO WS-EXT-ID
           MOVE MLR-ORIG-AMOUNT TO WS-EXT-EXTENDED
           MOVE MLR-CURRENT-BALANCE TO WS-EXT-OUTSTANDING
           MOVE MLR-ORIG-RATE TO WS-EXT-RATE
           MOVE MLR-LOAN-TYPE TO WS-PR-LOAN-TYPE
           MOVE MLR-BORR-CREDIT-SCR TO WS-PR-SCORE
           MOVE MLR-ORIGINATION-DATE TO WS-PR-AS-OF
           PERFORM LOOKUP-PUBLIC-RATE
           MOVE WS-IN-ROLLUP(WS-IN-IDX) TO WS-IN-SUB
           ADD WS-EXT-OUTSTANDING TO WS-IN-MTG-TOTAL(WS-IN-SUB)
           PERFORM WRITE-EXTENSION-LINE.

       SCAN-CONSUMER-LOANS.
           OPEN INPUT LOAN-SERVICING
           IF NOT WS-LSV-OK
               DISPLAY "REGOQTR: NO LOAN SERVICING FILE - CONSUMER "
                       "LOANS NOT REVIEWED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO LSV-LOAN-NUMBER
           START LOAN-SERVICING KEY >= LSV-LOAN-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE
                           PERFORM REVIEW-ONE-CONSUMER-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SERVICING.

      * the servicing row keeps no score; the customer master's is
      * the nearest to the one the loan was underwritten on
       REVIEW-ONE-CONSUMER-LOAN.
           MOVE LSV-BORROWER-CUST-ID TO WS-FIND-CUST-ID
           PERFORM FIND-INSIDER-BY-CUST
           IF NOT WS-IN-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-EXTENSIONS
           MOVE "LOAN" TO WS-EXT-SOURCE
           MOVE LSV-LOAN-NUMBER TO WS-EXT-ID
           MOVE LSV-ORIG-AMOUNT TO WS-EXT-EXTENDED
           MOVE LSV-CURRENT-BALANCE TO WS-EXT-OUTSTANDING
           MOVE LSV-RATE TO WS-EXT-RATE
           MOVE LSV-PRODUCT-CODE TO WS-PR-LOAN-TYPE
           MOVE 0 TO WS-PR-SCORE
           IF WS-CUSTOMERS-UP
               MOVE LSV-BORROWER-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-CREDIT-SCORE TO WS-PR-SCORE
               END-READ
           END-IF
           MOVE LSV-BOARD-DATE TO WS-PR-AS-OF
           PERFORM LOOKUP-PUBLIC-RATE
           MOVE WS-IN-ROLLUP(WS-IN-IDX) TO WS-IN-SUB
           ADD WS-EXT-OUTSTANDING TO WS-IN-LOAN-TOTAL(WS-IN-SUB)
           PERFORM WRITE-EXTENSION-LINE.

       SCAN-OVERDRAFT-LINES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "REGOQTR: NO ACCOUNT MASTER - OVERDRAFT "
                       "LINES NOT REVIEWED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY >= ACCT-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF ACCT-OPEN AND ACCT-OD-LIMIT > 0
                           PERFORM REVIEW-ONE-OVERDRAFT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

       REVIEW-ONE-OVERDRAFT-LINE.
           MOVE ACCT-OWNER-ID TO WS-FIND-CUST-ID
           PERFORM FIND-INSIDER-BY-CUST
           IF NOT WS-IN-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OD-EXTENSIONS
           MOVE "OD  " TO WS-EXT-SOURCE
           MOVE ACCT-NUMBER TO WS-EXT-ID
           MOVE ACCT-OD-LIMIT TO WS-EXT-EXTENDED
           MOVE ACCT-OD-LIMIT TO WS-EXT-OUTSTANDING
           MOVE 0 TO WS-EXT-RATE
           MOVE "N" TO WS-PR-FOUND
           MOVE WS-IN-ROLLUP(WS-IN-IDX) TO WS-IN-SUB
           ADD WS-EXT-OUTSTANDING TO WS-IN-OD-TOTAL(WS-IN-SUB)
           PERFORM WRITE-EXTENSION-LINE.

      * the highest tier for the loan type whose score floor the
      * borrower met, among the rows already in effect the day the
      * loan was made; none means the loan is not rate-tested
       LOOKUP-PUBLIC-RATE.
           MOVE "N" TO WS-PR-FOUND
           IF NOT WS-RATE-SHEET-UP OR WS-PR-SCORE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 9
               MOVE WS-PR-LOAN-TYPE TO LRS-LOAN-TYPE
               MOVE WS-TIER-IDX TO LRS-TIER
               READ LOAN-RATE-SHEET
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LRS-EFFECTIVE-DATE <= WS-PR-AS-OF
                               AND WS-PR-SCORE >= LRS-SCORE-FLOOR
                           MOVE LRS-RATE TO WS-PR-RATE
                           SET WS-PR-HIT TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ****************************************************************
      * THE REVIEW REPORT
      ****************************************************************
       WRITE-EXTENSION-HEADINGS.
           MOVE WS-THRESHOLD TO WS-AMT-EDIT-1
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "REGULATION O INSIDER CREDIT REVIEW AS OF "
                  WS-RUN-DATE
                  "   PRIOR-APPROVAL THRESHOLD " WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "EXTENSIONS OF CREDIT TO INSIDERS AND RELATED "
                  "INTERESTS (APPROVAL = ABOVE THRESHOLD, RATE = "
                  "BELOW PUBLIC RATE SHEET)"
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "SRC  LOAN/ACCOUNT         CUST ID    "
                  "BORROWER                "
                  "  EXTENDED/LINE" "    OUTSTANDING"
                  "   RATE" " PUBLIC" " FLAGS"
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE.

       WRITE-EXTENSION-LINE.
           MOVE SPACES TO WS-EXT-FLAGS
           IF WS-EXT-EXTENDED > WS-THRESHOLD
               ADD 1 TO WS-APPROVAL-FLAGS
               MOVE "APPROVAL" TO WS-EXT-FLAGS(1:8)
           END-IF
           MOVE "   N/A" TO WS-PUB-RATE-EDIT
           IF WS-PR-HIT
               COMPUTE WS-RATE-PCT = WS-PR-RATE * 100
               MOVE WS-RATE-PCT TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-PUB-RATE-EDIT
               IF WS-EXT-RATE < WS-PR-RATE
                   ADD 1 TO WS-RATE-FLAGS
                   MOVE "RATE" TO WS-EXT-FLAGS(10:4)
               END-IF
           END-IF
           COMPUTE WS-RATE-PCT = WS-EXT-RATE * 100
           MOVE WS-RATE-PCT TO WS-RATE-EDIT
           MOVE WS-EXT-EXTENDED TO WS-AMT-EDIT-1
           MOVE WS-EXT-OUTSTANDING TO WS-AMT-EDIT-2
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING WS-EXT-SOURCE " "
                  WS-EXT-ID " "
                  WS-IN-CUST-ID(WS-IN-IDX) " "
                  WS-IN-NAME(WS-IN-IDX)(1:24) " "
                  WS-AMT-EDIT-1 " "
                  WS-AMT-EDIT-2 " "
                  WS-RATE-EDIT " "
                  WS-PUB-RATE-EDIT " "
                  WS-EXT-FLAGS
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE.

       WRITE-AGGREGATE-HEADINGS.
           MOVE SPACES TO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "AGGREGATE EXTENSIONS OF CREDIT BY INSIDER "
                  "(RELATED INTERESTS INCLUDED)"
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING "CUST ID    INSIDER                        "
                  "ROLE         "
                  "      MORTGAGES" " CONSUMER LOANS"
                  "       OD LINES" "      AGGREGATE"
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           WRITE REVIEW-RPT-LINE.

      * one line per insider, and per related interest whose
      * insider is not on the registry; related interests that
      * rolled up are counted in their insider's line
       WRITE-ONE-AGGREGATE.
           IF WS-IN-ROLLUP(WS-IN-IDX) NOT = WS-IN-IDX
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGGREGATE = WS-IN-MTG-TOTAL(WS-IN-IDX)
                   + WS-IN-LOAN-TOTAL(WS-IN-IDX)
                   + WS-IN-OD-TOTAL(WS-IN-IDX)
           IF WS-AGGREGATE = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-IN-TYPE(WS-IN-IDX)
               WHEN "E"
                   MOVE "EXEC OFFICER" TO WS-ROLE-TEXT
               WHEN "D"
                   MOVE "DIRECTOR" TO WS-ROLE-TEXT
               WHEN "P"
                   MOVE "SHAREHOLDER" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "RELATED INT" TO WS-ROLE-TEXT
           END-EVALUATE
           MOVE WS-IN-MTG-TOTAL(WS-IN-IDX) TO WS-AMT-EDIT-1
           MOVE WS-IN-LOAN-TOTAL(WS-IN-IDX) TO WS-AMT-EDIT-2
           MOVE WS-IN-OD-TOTAL(WS-IN-IDX) TO WS-AMT-EDIT-3
           MOVE WS-AGGREGATE TO WS-AMT-EDIT-4
           MOVE SPACES TO REVIEW-RPT-LINE
           STRING WS-IN-CUST-ID(WS-IN-IDX) " "
                  WS-IN-NAME(WS-IN-IDX)(1:30) " "
                  WS-ROLE-TEXT " "
                  WS-AMT-EDIT-1 " "
                  WS-AMT-EDIT-2 " "
                  WS-AMT-EDIT-3 " "
                  WS-AMT-EDIT-4
               DELIMITED BY SIZE INTO REVIEW-RPT-LINE
           IF WS-AGGREGATE > WS-THRESHOLD
               ADD 1 TO WS-AGGREGATE-FLAGS
               MOVE "APPROVAL" TO REVIEW-RPT-LINE(116:8)
           END-IF
           WRITE REVIEW-RPT-LINE.

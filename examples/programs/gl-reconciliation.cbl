       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

      ****************************************************************
      * NIGHTLY BATCH: subledger-to-general-ledger control account
      * reconciliation. GLPROOF proves the interface file balances
      * and BALPROOF proves each account moved correctly; this proves
      * the subledgers in total agree with the ledger. The account
      * master's ACCT-CURRENT-BAL and ACCT-INT-ACCRUED are summed by
      * ACCT-TYPE and ACCT-BUSINESS-FLAG, and the mortgage and
      * consumer loan principal on the books, and each line is
      * carried to its control account through the map below. The
      * ledger side is the balance extract as the ledger last closed
      * plus the interface entries GLPOST has written for business
      * dates since, so tonight's postings are on both sides. Each
      * control account's difference prints beside the prior
      * business day's so the accounting desk can see whether a
      * break is new, carried unchanged or has moved; any difference
      * over tolerance ends the step RC=4 for them to work before
      * month-end close. No ledger extract ends RC=8.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
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
           SELECT GL-BALANCES ASSIGN TO "GLBALEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLINTFC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RECON-HISTORY ASSIGN TO "GLRCHIST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GLR-GL-ACCOUNT
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RECON-RPT ASSIGN TO "RECONRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  GL-BALANCES.
       COPY "gl-balance.cpy".

       FD  GL-INTERFACE.
       COPY "gl-entry.cpy".

       FD  RECON-HISTORY.
       COPY "gl-recon-history.cpy".

       FD  RECON-RPT.
       01  RECON-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-EOF            VALUE "10".
           88  WS-MTG-MISSING        VALUE "35".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-GLB-STATUS         PIC X(2).
           88  WS-GLB-EOF            VALUE "10".
           88  WS-GLB-MISSING        VALUE "35".
       01  WS-GL-STATUS          PIC X(2).
           88  WS-GL-EOF             VALUE "10".
           88  WS-GL-MISSING         VALUE "35".
       01  WS-HIST-STATUS        PIC X(2).
           88  WS-HIST-OK            VALUE "00".
           88  WS-HIST-NOT-FOUND     VALUE "23", "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EXTRACT-DATE        PIC 9(8) VALUE 0.

      * a difference of this much or less is rounding, not a break
       01  WS-TOLERANCE           PIC 9(5)V99 VALUE 1.00.

      * subledger line to control account: source (B balance, A
      * accrued interest, M mortgage principal, L consumer loan
      * principal), ACCT-TYPE, ACCT-BUSINESS-FLAG, ledger account.
      * Accounting owns this map; a new product needs its lines
      * here before it opens
       01  WS-MAP-LIST.
           05  FILLER             PIC X(12) VALUE "BCKN20010000".
           05  FILLER             PIC X(12) VALUE "BCKY20010000".
           05  FILLER             PIC X(12) VALUE "BSVN20010000".
           05  FILLER             PIC X(12) VALUE "BSVY20010000".
           05  FILLER             PIC X(12) VALUE "BMMN20010000".
           05  FILLER             PIC X(12) VALUE "BMMY20010000".
           05  FILLER             PIC X(12) VALUE "BCDN20020000".
           05  FILLER             PIC X(12) VALUE "BCDY20020000".
           05  FILLER             PIC X(12) VALUE "BIRN20050000".
           05  FILLER             PIC X(12) VALUE "BIRY20050000".
           05  FILLER             PIC X(12) VALUE "ACKN22010000".
           05  FILLER             PIC X(12) VALUE "ACKY22010000".
           05  FILLER             PIC X(12) VALUE "ASVN22010000".
           05  FILLER             PIC X(12) VALUE "ASVY22010000".
           05  FILLER             PIC X(12) VALUE "AMMN22010000".
           05  FILLER             PIC X(12) VALUE "AMMY22010000".
           05  FILLER             PIC X(12) VALUE "ACDN22010000".
           05  FILLER             PIC X(12) VALUE "ACDY22010000".
           05  FILLER             PIC X(12) VALUE "AIRN22010000".
           05  FILLER             PIC X(12) VALUE "AIRY22010000".
           05  FILLER             PIC X(12) VALUE "M   13050000".
           05  FILLER             PIC X(12) VALUE "L   14010000".
       01  WS-MAP REDEFINES WS-MAP-LIST.
           05  WS-MAP-ENTRY OCCURS 22 TIMES.
               10  WS-MAP-SOURCE      PIC X(1).
                   88  WS-MAP-BALANCE     VALUE "B".
                   88  WS-MAP-ACCRUED     VALUE "A".
                   88  WS-MAP-MORTGAGE    VALUE "M".
                   88  WS-MAP-CONSUMER    VALUE "L".
               10  WS-MAP-ACCT-TYPE   PIC X(2).
               10  WS-MAP-BUSINESS    PIC X(1).
               10  WS-MAP-GL-ACCOUNT  PIC X(8).
       01  WS-MAP-COUNT           PIC 9(3) COMP VALUE 22.
       01  WS-MAP-IDX             PIC 9(3) COMP.
       01  WS-MAP-TOTALS.
           05  WS-MAP-TOTAL       PIC S9(13)V99 COMP-3
                                  OCCURS 22 TIMES.

      * the control accounts in report order: ledger account, the
      * side its balance normally sits on, and its name
       01  WS-CTL-LIST.
           05  FILLER             PIC X(29)
                   VALUE "20010000CTRANSACTION DEPOSITS".
           05  FILLER             PIC X(29)
                   VALUE "20020000CTIME DEPOSITS       ".
           05  FILLER             PIC X(29)
                   VALUE "20050000CIRA DEPOSITS        ".
           05  FILLER             PIC X(29)
                   VALUE "22010000CACCRUED INT PAYABLE ".
           05  FILLER             PIC X(29)
                   VALUE "13050000DMORTGAGE LOANS      ".
           05  FILLER             PIC X(29)
                   VALUE "14010000DCONSUMER LOANS      ".
       01  WS-CTL REDEFINES WS-CTL-LIST.
           05  WS-CTL-ENTRY OCCURS 6 TIMES.
               10  WS-CTL-GL-ACCOUNT  PIC X(8).
               10  WS-CTL-NORMAL      PIC X(1).
                   88  WS-CTL-CREDIT-NORMAL VALUE "C".
               10  WS-CTL-NAME        PIC X(20).
       01  WS-CTL-COUNT           PIC 9(3) COMP VALUE 6.
       01  WS-CTL-IDX             PIC 9(3) COMP.
       01  WS-CTL-FOUND           PIC X(1).
           88  WS-CTL-HIT             VALUE "Y".
       01  WS-FIND-GL-ACCOUNT     PIC X(8).
       01  WS-MAP-FOUND           PIC X(1).
           88  WS-MAP-HIT             VALUE "Y".
       01  WS-CTL-AMOUNTS.
           05  WS-CTL-AMOUNT OCCURS 6 TIMES.
               10  WS-CTL-SUBLEDGER   PIC S9(13)V99 COMP-3.
               10  WS-CTL-GL-NET      PIC S9(13)V99 COMP-3.

       01  WS-LEDGER-BAL          PIC S9(13)V99 COMP-3.
       01  WS-DIFFERENCE          PIC S9(13)V99 COMP-3.
       01  WS-PRIOR-DIFF          PIC S9(13)V99 COMP-3.
       01  WS-PRIOR-SINCE         PIC 9(8).
       01  WS-BREAK-SINCE         PIC 9(8).
       01  WS-CHECK-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-OVER-TOLERANCE      PIC X(1).
           88  WS-IS-OVER             VALUE "Y".
       01  WS-PRIOR-OVER          PIC X(1).
           88  WS-WAS-OVER            VALUE "Y".
       01  WS-RECON-STATUS        PIC X(10).

       01  WS-ACCOUNTS-READ       PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-UNMAPPED   PIC 9(9) COMP VALUE 0.
       01  WS-MORTGAGES-READ      PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-GL-ROWS-USED        PIC 9(9) COMP VALUE 0.
       01  WS-GL-ENTRIES-USED     PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-NEW          PIC 9(5) COMP VALUE 0.
       01  WS-BREAKS-CARRIED      PIC 9(5) COMP VALUE 0.
       01  WS-BREAKS-CHANGED      PIC 9(5) COMP VALUE 0.

       01  WS-LINE-NAME           PIC X(30).
       01  WS-SUB-DISPLAY         PIC -Z(12)9.99.
       01  WS-GL-DISPLAY          PIC -Z(12)9.99.
       01  WS-DIFF-DISPLAY        PIC -Z(12)9.99.
       01  WS-PRIOR-DISPLAY       PIC -Z(12)9.99.
       01  WS-TOL-DISPLAY         PIC Z(4)9.99.
       01  WS-SINCE-DISPLAY       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-MAP-TOTALS
           INITIALIZE WS-CTL-AMOUNTS

           PERFORM LOAD-LEDGER-BALANCES
           IF WS-GLB-MISSING
               DISPLAY "GLRECON: NO GL BALANCE EXTRACT - NOT "
                       "RECONCILED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ROLL-FORWARD-LEDGER

           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "GLRECON: ACCOUNT MASTER NOT AVAILABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM SUM-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           PERFORM SUM-MORTGAGE-PRINCIPAL
           PERFORM SUM-CONSUMER-PRINCIPAL

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM FIND-MAP-CONTROL
               IF WS-CTL-HIT
                   ADD WS-MAP-TOTAL(WS-MAP-IDX)
                       TO WS-CTL-SUBLEDGER(WS-CTL-IDX)
               END-IF
           END-PERFORM

           PERFORM OPEN-HISTORY-FILE
           OPEN OUTPUT RECON-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               PERFORM RECONCILE-ONE-CONTROL
           END-PERFORM
           CLOSE RECON-RPT
           CLOSE RECON-HISTORY

           DISPLAY "GLRECON: LEDGER CLOSE DATE   = " WS-EXTRACT-DATE
           DISPLAY "GLRECON: ACCOUNTS READ       = " WS-ACCOUNTS-READ
           DISPLAY "GLRECON: ACCOUNTS UNMAPPED   = "
                   WS-ACCOUNTS-UNMAPPED
           DISPLAY "GLRECON: MORTGAGES READ      = " WS-MORTGAGES-READ
           DISPLAY "GLRECON: CONSUMER LOANS READ = " WS-LOANS-READ
           DISPLAY "GLRECON: LEDGER ROWS USED    = " WS-GL-ROWS-USED
           DISPLAY "GLRECON: INTERFACE ENTRIES   = "
                   WS-GL-ENTRIES-USED
           DISPLAY "GLRECON: NEW BREAKS          = " WS-BREAKS-NEW
           DISPLAY "GLRECON: CARRIED BREAKS      = " WS-BREAKS-CARRIED
           DISPLAY "GLRECON: CHANGED BREAKS      = " WS-BREAKS-CHANGED

           IF WS-BREAKS-NEW + WS-BREAKS-CARRIED + WS-BREAKS-CHANGED
                   > 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * the extract carries every ledger account and cost center;
      * only the control accounts are kept, summed across cost
      * centers, as debits less credits
       LOAD-LEDGER-BALANCES.
           OPEN INPUT GL-BALANCES
           IF WS-GLB-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLB-EOF
               READ GL-BALANCES
                   AT END
                       SET WS-GLB-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-LEDGER-ROW
               END-READ
           END-PERFORM
           CLOSE GL-BALANCES.

       LOAD-ONE-LEDGER-ROW.
           IF GLB-BALANCE-DATE > WS-EXTRACT-DATE
               MOVE GLB-BALANCE-DATE TO WS-EXTRACT-DATE
           END-IF
           MOVE GLB-GL-ACCOUNT TO WS-FIND-GL-ACCOUNT
           PERFORM FIND-CONTROL-ACCOUNT
           IF WS-CTL-HIT
               ADD GLB-BALANCE TO WS-CTL-GL-NET(WS-CTL-IDX)
               ADD 1 TO WS-GL-ROWS-USED
           END-IF.

      * what GLPOST has written since the ledger closed is on the
      * subledgers already, so it goes onto the ledger side too
       ROLL-FORWARD-LEDGER.
           OPEN INPUT GL-INTERFACE
           IF WS-GL-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GL-EOF
               READ GL-INTERFACE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       IF GLE-BUSINESS-DATE > WS-EXTRACT-DATE
                           PERFORM ROLL-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-INTERFACE.

       ROLL-ONE-ENTRY.
           MOVE GLE-GL-ACCOUNT TO WS-FIND-GL-ACCOUNT
           PERFORM FIND-CONTROL-ACCOUNT
           IF NOT WS-CTL-HIT
               EXIT PARAGRAPH
           END-IF
           IF GLE-DEBIT
               ADD GLE-AMOUNT TO WS-CTL-GL-NET(WS-CTL-IDX)
           ELSE
               SUBTRACT GLE-AMOUNT FROM WS-CTL-GL-NET(WS-CTL-IDX)
           END-IF
           ADD 1 TO WS-GL-ENTRIES-USED.

       FIND-CONTROL-ACCOUNT.
           MOVE "N" TO WS-CTL-FOUND
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT OR WS-CTL-HIT
               IF WS-CTL-GL-ACCOUNT(WS-CTL-IDX) = WS-FIND-GL-ACCOUNT
                   SET WS-CTL-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-CTL-HIT
               SUBTRACT 1 FROM WS-CTL-IDX
           END-IF.

       FIND-MAP-CONTROL.
           MOVE WS-MAP-GL-ACCOUNT(WS-MAP-IDX) TO WS-FIND-GL-ACCOUNT
           PERFORM FIND-CONTROL-ACCOUNT.

      * a balance and its accrued interest land on different lines
      * of the map; an account type not on the map is counted so a
      * new product cannot go unreconciled unnoticed
       SUM-ONE-ACCOUNT.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-ACCT-TYPE(WS-MAP-IDX) = ACCT-TYPE
                       AND (WS-MAP-BUSINESS(WS-MAP-IDX)
                                = ACCT-BUSINESS-FLAG
                            OR (WS-MAP-BUSINESS(WS-MAP-IDX) = "N"
                                AND NOT ACCT-IS-BUSINESS))
                   SET WS-MAP-HIT TO TRUE
                   IF WS-MAP-BALANCE(WS-MAP-IDX)
                       ADD ACCT-CURRENT-BAL
                           TO WS-MAP-TOTAL(WS-MAP-IDX)
                   ELSE
                       ADD ACCT-INT-ACCRUED
                           TO WS-MAP-TOTAL(WS-MAP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-MAP-HIT
               ADD 1 TO WS-ACCOUNTS-UNMAPPED
               DISPLAY "GLRECON: ACCT " ACCT-NUMBER " TYPE "
                       ACCT-TYPE " NOT ON CONTROL ACCOUNT MAP"
           END-IF.

      * a charged-off mortgage is a memo balance off the books and
      * a sold one is no longer ours; principal deferred by a
      * modification is still owed
       SUM-MORTGAGE-PRINCIPAL.
           OPEN INPUT MORTGAGE-MASTER
           IF WS-MTG-MISSING
               DISPLAY "GLRECON: NO MORTGAGE MASTER - MORTGAGE "
                       "PRINCIPAL ZERO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-MORTGAGE(WS-MAP-IDX)
               CONTINUE
           END-PERFORM
           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       IF NOT MLR-CHARGED-OFF AND NOT MLR-XFER-SOLD
                           ADD 1 TO WS-MORTGAGES-READ
                           ADD MLR-CURRENT-BALANCE
                               MLR-DEFERRED-PRINCIPAL
                               TO WS-MAP-TOTAL(WS-MAP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MORTGAGE-MASTER.

      * a consumer loan leaves the books when it is paid off or
      * charged off
       SUM-CONSUMER-PRINCIPAL.
           OPEN INPUT LOAN-SERVICING
           IF WS-LSV-MISSING
               DISPLAY "GLRECON: NO LOAN SERVICING FILE - CONSUMER "
                       "PRINCIPAL ZERO"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-CONSUMER(WS-MAP-IDX)
               CONTINUE
           END-PERFORM
           PERFORM UNTIL WS-LSV-EOF
               READ LOAN-SERVICING NEXT RECORD
                   AT END
                       SET WS-LSV-EOF TO TRUE
                   NOT AT END
                       IF LSV-ACTIVE
                           ADD 1 TO WS-LOANS-READ
                           ADD LSV-CURRENT-BALANCE
                               TO WS-MAP-TOTAL(WS-MAP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-SERVICING.

       OPEN-HISTORY-FILE.
           OPEN I-O RECON-HISTORY
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT RECON-HISTORY
               CLOSE RECON-HISTORY
               OPEN I-O RECON-HISTORY
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-TOLERANCE TO WS-TOL-DISPLAY
           MOVE SPACES TO RECON-RPT-LINE
           STRING "GLRECON - SUBLEDGER TO GENERAL LEDGER CONTROL "
                  "ACCOUNT RECONCILIATION   RUN " WS-RUN-DATE
                  "   LEDGER CLOSE " WS-EXTRACT-DATE
                  "   TOLERANCE " WS-TOL-DISPLAY
               DELIMITED BY SIZE INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE SPACES TO RECON-RPT-LINE
           STRING "DIFFERENCE = SUBLEDGER - LEDGER, ON THE SIDE THE "
                  "ACCOUNT NORMALLY CARRIES ITS BALANCE"
               DELIMITED BY SIZE INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE SPACES TO RECON-RPT-LINE
           STRING "GL ACCT  CONTROL ACCOUNT            "
                  "        SUBLEDGER           LEDGER"
                  "       DIFFERENCE  PRIOR DIFFERENCE"
                  " STATUS     SINCE"
               DELIMITED BY SIZE INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

      * the control account line, then the subledger lines that
      * make it up
       RECONCILE-ONE-CONTROL.
           IF WS-CTL-CREDIT-NORMAL(WS-CTL-IDX)
               COMPUTE WS-LEDGER-BAL = 0 - WS-CTL-GL-NET(WS-CTL-IDX)
           ELSE
               MOVE WS-CTL-GL-NET(WS-CTL-IDX) TO WS-LEDGER-BAL
           END-IF
           COMPUTE WS-DIFFERENCE =
                   WS-CTL-SUBLEDGER(WS-CTL-IDX) - WS-LEDGER-BAL
           PERFORM GET-PRIOR-DIFFERENCE
           PERFORM CLASSIFY-DIFFERENCE
           PERFORM SAVE-DIFFERENCE

           MOVE WS-CTL-SUBLEDGER(WS-CTL-IDX) TO WS-SUB-DISPLAY
           MOVE WS-LEDGER-BAL TO WS-GL-DISPLAY
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE WS-PRIOR-DIFF TO WS-PRIOR-DISPLAY
           MOVE SPACES TO WS-SINCE-DISPLAY
           IF WS-BREAK-SINCE > 0
               MOVE WS-BREAK-SINCE TO WS-SINCE-DISPLAY
           END-IF
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE SPACES TO RECON-RPT-LINE
           STRING WS-CTL-GL-ACCOUNT(WS-CTL-IDX) " "
                  WS-CTL-NAME(WS-CTL-IDX) "       "
                  WS-SUB-DISPLAY WS-GL-DISPLAY
                  WS-DIFF-DISPLAY " " WS-PRIOR-DISPLAY
                  " " WS-RECON-STATUS " " WS-SINCE-DISPLAY
               DELIMITED BY SIZE INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-GL-ACCOUNT(WS-MAP-IDX)
                       = WS-CTL-GL-ACCOUNT(WS-CTL-IDX)
                   PERFORM WRITE-SUBLEDGER-LINE
               END-IF
           END-PERFORM.

      * a rerun the same day compares against the business day
      * before, not against its own earlier pass
       GET-PRIOR-DIFFERENCE.
           MOVE 0 TO WS-PRIOR-DIFF
           MOVE 0 TO WS-PRIOR-SINCE
           MOVE WS-CTL-GL-ACCOUNT(WS-CTL-IDX) TO GLR-GL-ACCOUNT
           READ RECON-HISTORY
               INVALID KEY
                   INITIALIZE GL-RECON-HISTORY-RECORD
                   MOVE WS-CTL-GL-ACCOUNT(WS-CTL-IDX)
                       TO GLR-GL-ACCOUNT
                   WRITE GL-RECON-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF GLR-RECON-DATE = WS-RUN-DATE
               MOVE GLR-PRIOR-DIFFERENCE TO WS-PRIOR-DIFF
               MOVE GLR-PRIOR-BREAK-SINCE TO WS-PRIOR-SINCE
           ELSE
               MOVE GLR-DIFFERENCE TO WS-PRIOR-DIFF
               MOVE GLR-BREAK-SINCE TO WS-PRIOR-SINCE
           END-IF.

      * within tolerance is reconciled; over it, a break is new if
      * yesterday was reconciled, carried if the difference has not
      * moved, changed if it has
       CLASSIFY-DIFFERENCE.
           MOVE WS-PRIOR-DIFF TO WS-CHECK-AMOUNT
           PERFORM TEST-TOLERANCE
           MOVE WS-OVER-TOLERANCE TO WS-PRIOR-OVER
           MOVE WS-DIFFERENCE TO WS-CHECK-AMOUNT
           PERFORM TEST-TOLERANCE

           EVALUATE TRUE
               WHEN NOT WS-IS-OVER
                   MOVE "RECONCILED" TO WS-RECON-STATUS
                   MOVE 0 TO WS-BREAK-SINCE
               WHEN NOT WS-WAS-OVER OR WS-PRIOR-SINCE = 0
                   MOVE "NEW BREAK" TO WS-RECON-STATUS
                   MOVE WS-RUN-DATE TO WS-BREAK-SINCE
                   ADD 1 TO WS-BREAKS-NEW
               WHEN WS-DIFFERENCE = WS-PRIOR-DIFF
                   MOVE "CARRIED" TO WS-RECON-STATUS
                   MOVE WS-PRIOR-SINCE TO WS-BREAK-SINCE
                   ADD 1 TO WS-BREAKS-CARRIED
               WHEN OTHER
                   MOVE "CHANGED" TO WS-RECON-STATUS
                   MOVE WS-PRIOR-SINCE TO WS-BREAK-SINCE
                   ADD 1 TO WS-BREAKS-CHANGED
           END-EVALUATE.

       TEST-TOLERANCE.
           MOVE "N" TO WS-OVER-TOLERANCE
           IF WS-CHECK-AMOUNT > WS-TOLERANCE
                   OR WS-CHECK-AMOUNT < 0 - WS-TOLERANCE
               SET WS-IS-OVER TO TRUE
           END-IF.

       SAVE-DIFFERENCE.
           IF GLR-RECON-DATE NOT = WS-RUN-DATE
               MOVE GLR-LAST-RUN TO GLR-PRIOR-RUN
           END-IF
           MOVE WS-RUN-DATE TO GLR-RECON-DATE
           MOVE WS-DIFFERENCE TO GLR-DIFFERENCE
           MOVE WS-BREAK-SINCE TO GLR-BREAK-SINCE
           REWRITE GL-RECON-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       WRITE-SUBLEDGER-LINE.
           MOVE SPACES TO WS-LINE-NAME
           EVALUATE TRUE
               WHEN WS-MAP-MORTGAGE(WS-MAP-IDX)
                   MOVE "MORTGAGE PRINCIPAL" TO WS-LINE-NAME
               WHEN WS-MAP-CONSUMER(WS-MAP-IDX)
                   MOVE "CONSUMER LOAN PRINCIPAL" TO WS-LINE-NAME
               WHEN OTHER
                   STRING WS-MAP-ACCT-TYPE(WS-MAP-IDX)
                          DELIMITED BY SIZE
                          " BUSINESS=" DELIMITED BY SIZE
                          WS-MAP-BUSINESS(WS-MAP-IDX)
                          DELIMITED BY SIZE
                       INTO WS-LINE-NAME
                   IF WS-MAP-BALANCE(WS-MAP-IDX)
                       MOVE "BALANCE" TO WS-LINE-NAME(15:)
                   ELSE
                       MOVE "ACCRUED INT" TO WS-LINE-NAME(15:)
                   END-IF
           END-EVALUATE
           MOVE WS-MAP-TOTAL(WS-MAP-IDX) TO WS-SUB-DISPLAY
           MOVE SPACES TO RECON-RPT-LINE
           STRING "      " WS-LINE-NAME
                  WS-SUB-DISPLAY
               DELIMITED BY SIZE INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

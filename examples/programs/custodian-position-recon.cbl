       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRECN.

      ****************************************************************
      * DAILY BATCH: custodian position reconciliation (stock record
      * breaks). Proves the position master POSUPDT and CORPACT keep
      * agrees with what the custodian actually holds for us. The
      * custodian's position file (CUSTPOS: account in 1-12, CUSIP
      * in 13-21, symbol in 22-29, quantity in 30-40 as a signed
      * S9(10) with a leading sign, as-of date in 41-48) is set
      * against the position master by account and CUSIP, our side
      * summed across symbols should a CUSIP sit under two. Each
      * disagreement is a break: quantity-only (both sides hold it,
      * in different amounts), missing at custodian (on our books
      * only) or missing on our books (at the custodian only).
      *
      * Breaks are kept on the break register (STKBRKS) from the day
      * first seen, so each one ages until a later day finds the two
      * sides agreeing and marks it resolved. A break on a security
      * with an open fail on TRDFAILS' ledger is tagged explained
      * with the fail - the shares are in flight, not lost. The
      * report (STKBRKRP) leads with the unexplained breaks, in
      * account order with their age, as the operations desk's
      * work list, then lists the explained ones. RC=4 when any
      * unexplained break is open; RC=8 when the custodian file or
      * the position master is missing, or the two hold more
      * positions than one run can set side by side - no break is
      * raised or resolved on such a run.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-IN ASSIGN TO "CUSTPOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CIN-STATUS.
           SELECT POSITION-MASTER ASSIGN TO "POSMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POS-STATUS.
           SELECT FAILS-LEDGER ASSIGN TO "FAILSLDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FLG-EXEC-ID
               FILE STATUS IS WS-FLG-STATUS.
           SELECT BREAK-REGISTER ASSIGN TO "STKBRKS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SRB-KEY
               FILE STATUS IS WS-SRB-STATUS.
           SELECT BREAK-RPT ASSIGN TO "STKBRKRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-IN.
       01  CUSTODIAN-IN-RECORD.
           05  CI-ACCT-NUMBER        PIC X(12).
           05  CI-CUSIP              PIC X(9).
           05  CI-SYMBOL             PIC X(8).
           05  CI-QUANTITY           PIC S9(10)
                                     SIGN LEADING SEPARATE.
           05  CI-AS-OF-DATE         PIC 9(8).

       FD  POSITION-MASTER.
       COPY "position-master.cpy".

       FD  FAILS-LEDGER.
       COPY "fails-ledger.cpy".

       FD  BREAK-REGISTER.
       COPY "stock-record-break.cpy".

       FD  BREAK-RPT.
       01  BREAK-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CIN-STATUS         PIC X(2).
           88  WS-CIN-EOF            VALUE "10".
           88  WS-CIN-MISSING        VALUE "35".
       01  WS-POS-STATUS         PIC X(2).
           88  WS-POS-OK             VALUE "00".
           88  WS-POS-EOF            VALUE "10".
       01  WS-FLG-STATUS         PIC X(2).
           88  WS-FLG-OK             VALUE "00".
           88  WS-FLG-EOF            VALUE "10".
       01  WS-SRB-STATUS         PIC X(2).
           88  WS-SRB-OK             VALUE "00".
           88  WS-SRB-NOT-FOUND      VALUE "23", "35".
           88  WS-SRB-EOF            VALUE "10".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       01  WS-RECON-USABLE        PIC X(1) VALUE "Y".
           88  WS-RECON-IS-USABLE     VALUE "Y".

       01  WS-CUSTODIAN-ROWS      PIC 9(9) COMP VALUE 0.
       01  WS-POSITIONS-READ      PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-OPEN         PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-NEW          PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-EXPLAINED    PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-UNEXPLAINED  PIC 9(9) COMP VALUE 0.
       01  WS-BREAKS-RESOLVED     PIC 9(9) COMP VALUE 0.
       01  WS-QTY-BREAKS          PIC 9(9) COMP VALUE 0.
       01  WS-MISSING-CUSTODIAN   PIC 9(9) COMP VALUE 0.
       01  WS-MISSING-BOOKS       PIC 9(9) COMP VALUE 0.

      * both sides by account and CUSIP: the custodian's rows first,
      * then our positions summed onto them (or added after them)
       01  WS-HOLD-MAX            PIC 9(5) COMP VALUE 20000.
       01  WS-HOLD-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-HOLD-IDX            PIC 9(5) COMP.
       01  WS-HOLD-FOUND          PIC X(1).
           88  WS-HOLD-HIT            VALUE "Y".
       01  WS-HOLDING-TABLE.
           05  WS-HOLD-ENTRY OCCURS 20000 TIMES.
               10  WS-HOLD-ACCT       PIC X(12).
               10  WS-HOLD-CUSIP      PIC X(9).
               10  WS-HOLD-SYMBOL     PIC X(8).
               10  WS-HOLD-CUST-QTY   PIC S9(11) COMP-3.
               10  WS-HOLD-OUR-QTY    PIC S9(11) COMP-3.

      * open settlement fails, by security
       01  WS-FAIL-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-FAIL-IDX            PIC 9(4) COMP.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 5000 TIMES.
               10  WS-FAIL-SYMBOL     PIC X(8).
               10  WS-FAIL-EXEC-ID    PIC X(20).

       01  WS-BREAK-TYPE          PIC X(1).
       01  WS-REPORT-PASS         PIC X(1).
           88  WS-PASS-UNEXPLAINED    VALUE "U".
           88  WS-PASS-EXPLAINED      VALUE "E".
       01  WS-AGE-DAYS            PIC S9(5) COMP.
       01  WS-AGE-DISPLAY         PIC ZZZZ9.
       01  WS-QTY-DISPLAY         PIC -Z(10)9.
       01  WS-CUST-QTY-DISPLAY    PIC -Z(10)9.
       01  WS-TYPE-TEXT           PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT BREAK-RPT

           PERFORM LOAD-CUSTODIAN-POSITIONS
           IF WS-RECON-IS-USABLE
               PERFORM LOAD-OPEN-FAILS
               PERFORM SUM-BOOK-POSITIONS
           END-IF

           OPEN I-O BREAK-REGISTER
           IF WS-SRB-NOT-FOUND
               OPEN OUTPUT BREAK-REGISTER
               CLOSE BREAK-REGISTER
               OPEN I-O BREAK-REGISTER
           END-IF

           IF WS-RECON-IS-USABLE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   PERFORM JUDGE-ONE-HOLDING
               END-PERFORM
           END-IF

           PERFORM WRITE-REPORT-HEADING
           SET WS-PASS-UNEXPLAINED TO TRUE
           PERFORM REPORT-OPEN-BREAKS
           SET WS-PASS-EXPLAINED TO TRUE
           PERFORM REPORT-OPEN-BREAKS

           CLOSE BREAK-REGISTER
           CLOSE BREAK-RPT

           DISPLAY "CUSTRECN: CUSTODIAN ROWS     = " WS-CUSTODIAN-ROWS
           DISPLAY "CUSTRECN: POSITIONS READ     = " WS-POSITIONS-READ
           DISPLAY "CUSTRECN: BREAKS OPEN        = " WS-BREAKS-OPEN
           DISPLAY "CUSTRECN: NEW TODAY          = " WS-BREAKS-NEW
           DISPLAY "CUSTRECN: QUANTITY ONLY      = " WS-QTY-BREAKS
           DISPLAY "CUSTRECN: MISSING AT CUST    = "
               WS-MISSING-CUSTODIAN
           DISPLAY "CUSTRECN: MISSING ON BOOKS   = " WS-MISSING-BOOKS
           DISPLAY "CUSTRECN: EXPLAINED BY FAIL  = "
               WS-BREAKS-EXPLAINED
           DISPLAY "CUSTRECN: UNEXPLAINED        = "
               WS-BREAKS-UNEXPLAINED
           DISPLAY "CUSTRECN: RESOLVED TODAY     = " WS-BREAKS-RESOLVED

           EVALUATE TRUE
               WHEN NOT WS-RECON-IS-USABLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREAKS-UNEXPLAINED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

      ****************************************************************
      * THE TWO SIDES
      ****************************************************************
       LOAD-CUSTODIAN-POSITIONS.
           OPEN INPUT CUSTODIAN-IN
           IF WS-CIN-MISSING
               DISPLAY "CUSTRECN: NO CUSTODIAN POSITION FILE"
               MOVE "N" TO WS-RECON-USABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CIN-EOF
               READ CUSTODIAN-IN
                   AT END
                       SET WS-CIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTODIAN-ROWS
                       IF WS-AS-OF-DATE = 0
                           MOVE CI-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       PERFORM TAKE-CUSTODIAN-ROW
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-IN.

       TAKE-CUSTODIAN-ROW.
           PERFORM FIND-HOLDING-FOR-CUSTODIAN
           IF NOT WS-HOLD-HIT
               PERFORM ADD-HOLDING
               IF NOT WS-RECON-IS-USABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE CI-ACCT-NUMBER TO WS-HOLD-ACCT(WS-HOLD-IDX)
               MOVE CI-CUSIP TO WS-HOLD-CUSIP(WS-HOLD-IDX)
               MOVE CI-SYMBOL TO WS-HOLD-SYMBOL(WS-HOLD-IDX)
           END-IF
           ADD CI-QUANTITY TO WS-HOLD-CUST-QTY(WS-HOLD-IDX).

       FIND-HOLDING-FOR-CUSTODIAN.
           MOVE "N" TO WS-HOLD-FOUND
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-HOLD-HIT
               IF WS-HOLD-ACCT(WS-HOLD-IDX) = CI-ACCT-NUMBER
                       AND WS-HOLD-CUSIP(WS-HOLD-IDX) = CI-CUSIP
                   SET WS-HOLD-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLD-HIT
               SUBTRACT 1 FROM WS-HOLD-IDX
           END-IF.

      * a run that cannot hold every position cannot tell a break
      * from an overflow, so it resolves nothing
       ADD-HOLDING.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               IF WS-RECON-IS-USABLE
                   DISPLAY "CUSTRECN: MORE THAN " WS-HOLD-MAX
                       " POSITIONS - RECONCILIATION NOT RUN"
               END-IF
               MOVE "N" TO WS-RECON-USABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-HOLD-IDX
           INITIALIZE WS-HOLD-ENTRY(WS-HOLD-IDX).

       LOAD-OPEN-FAILS.
           OPEN INPUT FAILS-LEDGER
           IF NOT WS-FLG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FLG-EOF
               READ FAILS-LEDGER NEXT RECORD
                   AT END
                       SET WS-FLG-EOF TO TRUE
                   NOT AT END
                       IF FLG-OPEN AND WS-FAIL-COUNT < 5000
                           ADD 1 TO WS-FAIL-COUNT
                           MOVE FLG-SYMBOL
                               TO WS-FAIL-SYMBOL(WS-FAIL-COUNT)
                           MOVE FLG-EXEC-ID
                               TO WS-FAIL-EXEC-ID(WS-FAIL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAILS-LEDGER.

       SUM-BOOK-POSITIONS.
           OPEN INPUT POSITION-MASTER
           IF NOT WS-POS-OK
               DISPLAY "CUSTRECN: POSITION MASTER NOT AVAILABLE"
               MOVE "N" TO WS-RECON-USABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POS-EOF
               READ POSITION-MASTER NEXT RECORD
                   AT END
                       SET WS-POS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITIONS-READ
                       PERFORM TAKE-BOOK-POSITION
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER.

       TAKE-BOOK-POSITION.
           MOVE "N" TO WS-HOLD-FOUND
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-HOLD-HIT
               IF WS-HOLD-ACCT(WS-HOLD-IDX) = POS-ACCT-NUMBER
                       AND WS-HOLD-CUSIP(WS-HOLD-IDX) = POS-CUSIP
                   SET WS-HOLD-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLD-HIT
               SUBTRACT 1 FROM WS-HOLD-IDX
           ELSE
               IF POS-QUANTITY = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-HOLDING
               IF NOT WS-RECON-IS-USABLE
                   EXIT PARAGRAPH
               END-IF
               MOVE POS-ACCT-NUMBER TO WS-HOLD-ACCT(WS-HOLD-IDX)
               MOVE POS-CUSIP TO WS-HOLD-CUSIP(WS-HOLD-IDX)
               MOVE POS-SYMBOL TO WS-HOLD-SYMBOL(WS-HOLD-IDX)
           END-IF
           ADD POS-QUANTITY TO WS-HOLD-OUR-QTY(WS-HOLD-IDX).

      ****************************************************************
      * BREAKS
      ****************************************************************
       JUDGE-ONE-HOLDING.
           EVALUATE TRUE
               WHEN WS-HOLD-OUR-QTY(WS-HOLD-IDX)
                       = WS-HOLD-CUST-QTY(WS-HOLD-IDX)
                   EXIT PARAGRAPH
               WHEN WS-HOLD-CUST-QTY(WS-HOLD-IDX) = 0
                   MOVE "C" TO WS-BREAK-TYPE
                   ADD 1 TO WS-MISSING-CUSTODIAN
               WHEN WS-HOLD-OUR-QTY(WS-HOLD-IDX) = 0
                   MOVE "B" TO WS-BREAK-TYPE
                   ADD 1 TO WS-MISSING-BOOKS
               WHEN OTHER
                   MOVE "Q" TO WS-BREAK-TYPE
                   ADD 1 TO WS-QTY-BREAKS
           END-EVALUATE

           MOVE WS-HOLD-ACCT(WS-HOLD-IDX) TO SRB-ACCT-NUMBER
           MOVE WS-HOLD-CUSIP(WS-HOLD-IDX) TO SRB-CUSIP
           READ BREAK-REGISTER
               INVALID KEY
                   PERFORM OPEN-NEW-BREAK
                   PERFORM FILL-BREAK-ROW
                   WRITE STOCK-RECORD-BREAK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF SRB-RESOLVED
               PERFORM OPEN-NEW-BREAK
           END-IF
           PERFORM FILL-BREAK-ROW
           REWRITE STOCK-RECORD-BREAK-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * a break that comes back after resolving ages afresh
       OPEN-NEW-BREAK.
           MOVE WS-HOLD-ACCT(WS-HOLD-IDX) TO SRB-ACCT-NUMBER
           MOVE WS-HOLD-CUSIP(WS-HOLD-IDX) TO SRB-CUSIP
           MOVE WS-RUN-DATE TO SRB-FIRST-SEEN
           MOVE 0 TO SRB-RESOLVED-DATE
           SET SRB-OPEN TO TRUE
           ADD 1 TO WS-BREAKS-NEW.

       FILL-BREAK-ROW.
           MOVE WS-HOLD-SYMBOL(WS-HOLD-IDX) TO SRB-SYMBOL
           MOVE WS-BREAK-TYPE TO SRB-BREAK-TYPE
           MOVE WS-HOLD-OUR-QTY(WS-HOLD-IDX) TO SRB-OUR-QUANTITY
           MOVE WS-HOLD-CUST-QTY(WS-HOLD-IDX)
               TO SRB-CUSTODIAN-QUANTITY
           MOVE WS-RUN-DATE TO SRB-LAST-SEEN
           MOVE "N" TO SRB-EXPLAINED
           MOVE SPACES TO SRB-FAIL-EXEC-ID
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
                       OR SRB-IS-EXPLAINED
               IF WS-FAIL-SYMBOL(WS-FAIL-IDX) = SRB-SYMBOL
                   MOVE "Y" TO SRB-EXPLAINED
                   MOVE WS-FAIL-EXEC-ID(WS-FAIL-IDX)
                       TO SRB-FAIL-EXEC-ID
               END-IF
           END-PERFORM.

      ****************************************************************
      * REPORT - one pass over the register for the unexplained
      * breaks (resolving those not seen today on the way), one for
      * the explained
      ****************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO BREAK-RPT-LINE
           STRING "STOCK RECORD BREAKS - RUN DATE " WS-RUN-DATE
                  "  CUSTODIAN AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO BREAK-RPT-LINE
           WRITE BREAK-RPT-LINE
           IF NOT WS-RECON-IS-USABLE
               MOVE SPACES TO BREAK-RPT-LINE
               STRING "*** RECONCILIATION NOT RUN - "
                      "BREAKS BELOW ARE AS LAST SEEN ***"
                   DELIMITED BY SIZE INTO BREAK-RPT-LINE
               WRITE BREAK-RPT-LINE
           END-IF.

       REPORT-OPEN-BREAKS.
           MOVE SPACES TO BREAK-RPT-LINE
           IF WS-PASS-UNEXPLAINED
               MOVE "UNEXPLAINED BREAKS - FOR THE OPERATIONS DESK"
                   TO BREAK-RPT-LINE
           ELSE
               MOVE "EXPLAINED BY AN OPEN SETTLEMENT FAIL"
                   TO BREAK-RPT-LINE
           END-IF
           WRITE BREAK-RPT-LINE

           MOVE LOW-VALUES TO SRB-KEY
           START BREAK-REGISTER KEY >= SRB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-SRB-STATUS
           PERFORM UNTIL WS-SRB-EOF
               READ BREAK-REGISTER NEXT RECORD
                   AT END
                       SET WS-SRB-EOF TO TRUE
                   NOT AT END
                       IF SRB-OPEN
                           PERFORM REPORT-ONE-BREAK
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ONE-BREAK.
           IF SRB-LAST-SEEN < WS-RUN-DATE
               IF WS-PASS-UNEXPLAINED AND WS-RECON-IS-USABLE
                   SET SRB-RESOLVED TO TRUE
                   MOVE WS-RUN-DATE TO SRB-RESOLVED-DATE
                   REWRITE STOCK-RECORD-BREAK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-BREAKS-RESOLVED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PASS-UNEXPLAINED AND SRB-IS-EXPLAINED
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS-EXPLAINED AND NOT SRB-IS-EXPLAINED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BREAKS-OPEN
           IF SRB-IS-EXPLAINED
               ADD 1 TO WS-BREAKS-EXPLAINED
           ELSE
               ADD 1 TO WS-BREAKS-UNEXPLAINED
           END-IF
           EVALUATE TRUE
               WHEN SRB-QUANTITY-ONLY
                   MOVE "QUANTITY ONLY" TO WS-TYPE-TEXT
               WHEN SRB-MISSING-AT-CUSTODIAN
                   MOVE "MISSING AT CUSTODIAN" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "MISSING ON OUR BOOKS" TO WS-TYPE-TEXT
           END-EVALUATE
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(SRB-FIRST-SEEN)
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SRB-OUR-QUANTITY TO WS-QTY-DISPLAY
           MOVE SRB-CUSTODIAN-QUANTITY TO WS-CUST-QTY-DISPLAY
           MOVE SPACES TO BREAK-RPT-LINE
           IF SRB-IS-EXPLAINED
               STRING "  " SRB-ACCT-NUMBER
                      " " SRB-CUSIP " " SRB-SYMBOL
                      " " WS-TYPE-TEXT
                      " OURS=" WS-QTY-DISPLAY
                      " CUST=" WS-CUST-QTY-DISPLAY
                      " AGE=" WS-AGE-DISPLAY
                      " FAIL=" SRB-FAIL-EXEC-ID
                   DELIMITED BY SIZE INTO BREAK-RPT-LINE
           ELSE
               STRING "  " SRB-ACCT-NUMBER
                      " " SRB-CUSIP " " SRB-SYMBOL
                      " " WS-TYPE-TEXT
                      " OURS=" WS-QTY-DISPLAY
                      " CUST=" WS-CUST-QTY-DISPLAY
                      " AGE=" WS-AGE-DISPLAY
                      " FIRST SEEN=" SRB-FIRST-SEEN
                   DELIMITED BY SIZE INTO BREAK-RPT-LINE
           END-IF
           WRITE BREAK-RPT-LINE.

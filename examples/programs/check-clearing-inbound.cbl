       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCLEAR.

      ****************************************************************
      * DAILY BATCH: inbound check clearing. Takes the forward
      * presentment cash letter (CASHLTR) from the Federal Reserve
      * or a correspondent - every check drawn on our accounts - and
      * pays or returns each item. The letter is first read end to
      * end and balanced against its trailer; a letter out of
      * balance, or with no trailer, pays nothing (RC=8). Then, item
      * by item, in presentment order:
      *   - no such account, or a closed one, is returned (E, D);
      *   - a Positive Pay customer's item trapped on the exception
      *     queue pays only on a POSPAYDC pay decision; one decided
      *     return, or still undecided at the cut-off, goes back
      *     (C stopped, N amount mismatch, Q unknown check);
      *   - BALCHECK decides funds the way it does for every other
      *     debit: a frozen or held account is returned (F); an
      *     item the available balance, a linked-account sweep or
      *     ACCT-OD-LIMIT does not cover is returned NSF (A), or
      *     uncollected (B) when only held deposits stand between
      *     the balance and the item;
      *   - the rest post as TXN-CHECK through TXNPOST, which honors
      *     stop payments (C), refuses a serial the issuance table
      *     already shows paid (Y, duplicate presentment) and clears
      *     the check on the issuance table.
      * Returns go out on CHKRTRN under the FHT header and trailer,
      * each with its reason and midnight deadline - the end of the
      * next banking day after presentment. Paid and returned items
      * alike go to the post file (CLRPOST), returns stamped failed
      * with the fail reason so NSFFEE can charge for them. The
      * report (CLRRPT) lists every return and proves paid plus
      * returned back to the cash letter totals; a proof that does
      * not foot ends RC=8.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-LETTER-IN ASSIGN TO "CASHLTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT EXCEPTION-QUEUE ASSIGN TO "PPEXCEPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RETURN-OUT ASSIGN TO "CHKRTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT TXN-POST-OUT ASSIGN TO "CLRPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT CLEARING-RPT ASSIGN TO "CLRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-LETTER-IN.
       COPY "cash-letter.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  EXCEPTION-QUEUE.
       COPY "pospay-exception.cpy".

       FD  RETURN-OUT.
       COPY "check-return.cpy".

      * the paid and returned items, FEEPOST-style, so statements,
      * the nightly balance proof and NSFFEE see them
       FD  TXN-POST-OUT.
       01  TXN-POST-RECORD           PIC X(210).

       FD  CLEARING-RPT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CL-STATUS          PIC X(2).
           88  WS-CL-OK              VALUE "00".
           88  WS-CL-EOF             VALUE "10".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-EXC-STATUS         PIC X(2).
           88  WS-EXC-MISSING        VALUE "35".
       01  WS-HAVE-EXCEPTIONS    PIC X(1) VALUE "Y".
           88  WS-EXCEPTIONS-UP      VALUE "Y".
       01  WS-RET-STATUS         PIC X(2).
       01  WS-POST-STATUS        PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       COPY "transaction.cpy".
       COPY "file-header-trailer.cpy".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CASH-LETTER-ID      PIC X(8).
       01  WS-PRESENT-DATE        PIC 9(8).
       01  WS-RETURN-DEADLINE     PIC 9(8).

      * balancing pass
       01  WS-LETTER-ITEMS        PIC 9(9) COMP VALUE 0.
       01  WS-LETTER-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HAVE-HEADER         PIC X(1) VALUE "N".
           88  WS-HEADER-SEEN         VALUE "Y".
       01  WS-HAVE-TRAILER        PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN        VALUE "Y".
       01  WS-TRAILER-ITEMS       PIC 9(9) VALUE 0.
       01  WS-TRAILER-AMOUNT      PIC S9(13)V99 VALUE 0.

      * the item being worked, and why it is going back
       01  WS-ITEM-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-RETURN-REASON       PIC X(1).
           88  WS-ITEM-PAYS           VALUE SPACE.
       01  WS-REASON-TEXT         PIC X(30).

      * funds decision (BALCHECK)
       01  WS-BALANCE             PIC S9(13)V99 COMP-3.
       01  WS-AVAILABLE           PIC S9(13)V99 COMP-3.
       01  WS-REQUESTED-AMT       PIC S9(13)V99 COMP-3.
       01  WS-OD-DECISION         PIC X(1).
           88  WS-OD-APPROVED         VALUE "A".
           88  WS-OD-DECLINED         VALUE "D".
           88  WS-OD-REFER            VALUE "R".
       01  WS-BAL-RETURN-CODE     PIC 9(2).
           COPY "retcodes.cpy".
       01  WS-MEMO-NET            PIC S9(11)V99 COMP-3.

       01  WS-TXN-RETURN-CODE     PIC 9(2).

      * midnight deadline (BANKCAL next business date)
       01  WS-CAL-FUNCTION        PIC X(1).
       01  WS-CAL-DATE-2          PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE     PIC 9(8).
       01  WS-CAL-RESULT-DAYS     PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE     PIC 9(2).

      * returns by X9 reason code, for the proof
       01  WS-REASON-LIST.
           05  FILLER PIC X(31) VALUE "ANSF / OVERDRAFT LIMIT".
           05  FILLER PIC X(31) VALUE "BUNCOLLECTED FUNDS HOLD".
           05  FILLER PIC X(31) VALUE "CSTOP PAYMENT".
           05  FILLER PIC X(31) VALUE "DCLOSED ACCOUNT".
           05  FILLER PIC X(31) VALUE "EUNABLE TO LOCATE ACCOUNT".
           05  FILLER PIC X(31) VALUE "FFROZEN / BLOCKED ACCOUNT".
           05  FILLER PIC X(31) VALUE "NALTERED / AMOUNT MISMATCH".
           05  FILLER PIC X(31) VALUE "OUNABLE TO PROCESS".
           05  FILLER PIC X(31) VALUE "QNOT AUTHORIZED - POSITIVE PAY".
           05  FILLER PIC X(31) VALUE "YDUPLICATE PRESENTMENT".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY OCCURS 10 TIMES.
               10  WS-RSN-CODE        PIC X(1).
               10  WS-RSN-TEXT        PIC X(30).
       01  WS-REASON-COUNTS.
           05  WS-RSN-TALLY OCCURS 10 TIMES.
               10  WS-RSN-ITEMS       PIC 9(9) COMP.
               10  WS-RSN-AMOUNT      PIC S9(13)V99 COMP-3.
       01  WS-RSN-IDX             PIC 9(2) COMP.

       01  WS-ITEMS-PAID          PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-PAID         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ITEMS-INTO-OD       PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-RETURNED      PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-RETURNED     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PROOF-ITEMS         PIC 9(9) COMP.
       01  WS-PROOF-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-PROOF-STATE         PIC X(1) VALUE "Y".
           88  WS-PROOF-FOOTS         VALUE "Y".
       01  WS-AMT-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ITEM-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMT            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CASH-LETTER-IN
           IF NOT WS-CL-OK
               DISPLAY "CHKCLEAR: NO CASH LETTER - NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BALANCE-CASH-LETTER
           CLOSE CASH-LETTER-IN
           MOVE WS-LETTER-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "CHKCLEAR: CASH LETTER     = " WS-CASH-LETTER-ID
           DISPLAY "CHKCLEAR: LETTER ITEMS    = " WS-LETTER-ITEMS
           DISPLAY "CHKCLEAR: LETTER AMOUNT   = " WS-AMT-DISPLAY
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY "CHKCLEAR: LETTER HAS NO HEADER OR TRAILER - "
                       "NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TRAILER-ITEMS NOT = WS-LETTER-ITEMS
                   OR WS-TRAILER-AMOUNT NOT = WS-LETTER-AMOUNT
               MOVE WS-TRAILER-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "CHKCLEAR: LETTER OUT OF BALANCE - TRAILER "
                       WS-TRAILER-ITEMS " ITEMS " WS-AMT-DISPLAY
               DISPLAY "CHKCLEAR: NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SET-RETURN-DEADLINE
           INITIALIZE WS-REASON-COUNTS

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT EXCEPTION-QUEUE
           IF WS-EXC-MISSING
               MOVE "N" TO WS-HAVE-EXCEPTIONS
           END-IF
           OPEN OUTPUT RETURN-OUT
           OPEN OUTPUT TXN-POST-OUT
           OPEN OUTPUT CLEARING-RPT
           PERFORM WRITE-REPORT-HEADINGS

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-HEADER-REC TO TRUE
           MOVE "CHKRTRN" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE SPACES TO CHECK-RETURN-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO CHECK-RETURN-RECORD
           WRITE CHECK-RETURN-RECORD

           OPEN INPUT CASH-LETTER-IN
           MOVE "00" TO WS-CL-STATUS
           PERFORM UNTIL WS-CL-EOF
               READ CASH-LETTER-IN
                   AT END
                       SET WS-CL-EOF TO TRUE
                   NOT AT END
                       IF CL-ITEM-ROW
                           PERFORM PAY-OR-RETURN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-LETTER-IN

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-TRAILER-REC TO TRUE
           MOVE "CHKRTRN" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE WS-ITEMS-RETURNED TO FHT-RECORD-COUNT
           MOVE WS-AMOUNT-RETURNED TO FHT-CONTROL-TOTAL
           MOVE SPACES TO CHECK-RETURN-RECORD
           MOVE FILE-HEADER-TRAILER-RECORD TO CHECK-RETURN-RECORD
           WRITE CHECK-RETURN-RECORD

           PERFORM WRITE-PROOF

           CLOSE CLEARING-RPT
           CLOSE TXN-POST-OUT
           CLOSE RETURN-OUT
           IF WS-EXCEPTIONS-UP
               CLOSE EXCEPTION-QUEUE
           END-IF
           CLOSE ACCOUNT-MASTER

           MOVE WS-AMOUNT-PAID TO WS-AMT-DISPLAY
           DISPLAY "CHKCLEAR: ITEMS PAID      = " WS-ITEMS-PAID
           DISPLAY "CHKCLEAR: AMOUNT PAID     = " WS-AMT-DISPLAY
           DISPLAY "CHKCLEAR: PAID INTO OD    = " WS-ITEMS-INTO-OD
           MOVE WS-AMOUNT-RETURNED TO WS-AMT-DISPLAY
           DISPLAY "CHKCLEAR: ITEMS RETURNED  = " WS-ITEMS-RETURNED
           DISPLAY "CHKCLEAR: AMOUNT RETURNED = " WS-AMT-DISPLAY
           DISPLAY "CHKCLEAR: RETURN BY       = " WS-RETURN-DEADLINE
           IF NOT WS-PROOF-FOOTS
               DISPLAY "CHKCLEAR: PAID PLUS RETURNED DOES NOT PROVE "
                       "TO THE CASH LETTER"
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      ****************************************************************
      * PASS 1 - BALANCE THE CASH LETTER TO ITS TRAILER
      ****************************************************************
       BALANCE-CASH-LETTER.
           PERFORM UNTIL WS-CL-EOF
               READ CASH-LETTER-IN
                   AT END
                       SET WS-CL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CL-ITEM-ROW
                               ADD 1 TO WS-LETTER-ITEMS
                               ADD CL-AMOUNT TO WS-LETTER-AMOUNT
                           WHEN CL-HEADER-ROW
                               MOVE CASH-LETTER-RECORD
                                   TO FILE-HEADER-TRAILER-RECORD
                               SET WS-HEADER-SEEN TO TRUE
                               MOVE FHT-FILE-ID TO WS-CASH-LETTER-ID
                               MOVE FHT-RUN-DATE TO WS-PRESENT-DATE
                           WHEN CL-TRAILER-ROW
                               MOVE CASH-LETTER-RECORD
                                   TO FILE-HEADER-TRAILER-RECORD
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE FHT-RECORD-COUNT
                                   TO WS-TRAILER-ITEMS
                               MOVE FHT-CONTROL-TOTAL
                                   TO WS-TRAILER-AMOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * a return must be dispatched by midnight of the banking day
      * after presentment; without a calendar answer, the next day
       SET-RETURN-DEADLINE.
           MOVE "N" TO WS-CAL-FUNCTION
           CALL "BANKCAL" USING WS-CAL-FUNCTION
                                WS-PRESENT-DATE
                                WS-CAL-DATE-2
                                WS-CAL-RESULT-DATE
                                WS-CAL-RESULT-DAYS
                                WS-CAL-RETURN-CODE
           IF WS-CAL-RETURN-CODE = 0
               MOVE WS-CAL-RESULT-DATE TO WS-RETURN-DEADLINE
           ELSE
               COMPUTE WS-RETURN-DEADLINE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PRESENT-DATE) + 1)
           END-IF.

      ****************************************************************
      * PASS 2 - PAY OR RETURN
      ****************************************************************
       PAY-OR-RETURN-ITEM.
           INITIALIZE TRANSACTION-RECORD
           MOVE CL-AMOUNT TO WS-ITEM-AMOUNT
           MOVE SPACE TO WS-RETURN-REASON
           MOVE SPACES TO WS-REASON-TEXT

           MOVE CL-MICR-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "E" TO WS-RETURN-REASON
           END-READ
           IF WS-ITEM-PAYS AND NOT ACCT-OPEN
               MOVE "D" TO WS-RETURN-REASON
           END-IF

           IF WS-ITEM-PAYS
               PERFORM CHECK-POSPAY-DECISION
           END-IF
           IF WS-ITEM-PAYS
               PERFORM CHECK-FUNDS
           END-IF
           IF WS-ITEM-PAYS
               PERFORM POST-PAID-ITEM
           END-IF
           IF NOT WS-ITEM-PAYS
               PERFORM RETURN-ITEM
           END-IF.

      * only an item POSPAYIN trapped is on the queue; the
      * customer's pay decision lets it through, anything else
      * sends it back
       CHECK-POSPAY-DECISION.
           IF NOT WS-EXCEPTIONS-UP
               EXIT PARAGRAPH
           END-IF
           MOVE CL-MICR-ACCOUNT TO PPX-ACCOUNT-NUMBER
           MOVE CL-MICR-SERIAL TO PPX-CHECK-NUMBER
           READ EXCEPTION-QUEUE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PPX-PAY
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PPX-STOPPED-CHECK
                   MOVE "C" TO WS-RETURN-REASON
               WHEN PPX-AMOUNT-MISMATCH
                   MOVE "N" TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE "Q" TO WS-RETURN-REASON
           END-EVALUATE
           IF PPX-PENDING
               MOVE "POSITIVE PAY UNDECIDED" TO WS-REASON-TEXT
           ELSE
               MOVE "POSITIVE PAY RETURN DECISION" TO WS-REASON-TEXT
           END-IF.

      * BALCHECK's answer: approved pays from funds, refer pays
      * into the overdraft limit, declined goes back - uncollected
      * when the ledger balance and limit would have covered it
       CHECK-FUNDS.
           MOVE WS-ITEM-AMOUNT TO WS-REQUESTED-AMT
           CALL "BALCHECK" USING CL-MICR-ACCOUNT
                                 WS-BALANCE
                                 WS-AVAILABLE
                                 WS-REQUESTED-AMT
                                 WS-OD-DECISION
                                 WS-BAL-RETURN-CODE
                                 WS-MEMO-NET
           EVALUATE TRUE
               WHEN RC-ACCOUNT-FROZEN OR RC-ACCOUNT-HOLD
                   MOVE "F" TO WS-RETURN-REASON
               WHEN RC-NOT-FOUND
                   MOVE "E" TO WS-RETURN-REASON
               WHEN WS-OD-DECLINED
                   IF WS-BALANCE + ACCT-OD-LIMIT >= WS-ITEM-AMOUNT
                       MOVE "B" TO WS-RETURN-REASON
                   ELSE
                       MOVE "A" TO WS-RETURN-REASON
                   END-IF
           END-EVALUATE.

       POST-PAID-ITEM.
           PERFORM BUILD-CHECK-TRANSACTION
           CALL "TXNPOST" USING TRANSACTION-RECORD
                                WS-TXN-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-TXN-RETURN-CODE = 0
                   CONTINUE
               WHEN TXN-FAIL-STOPPED
                   MOVE "C" TO WS-RETURN-REASON
                   MOVE "STOP PAYMENT ON FILE" TO WS-REASON-TEXT
                   EXIT PARAGRAPH
               WHEN TXN-FAIL-DUPLICATE
                   MOVE "Y" TO WS-RETURN-REASON
                   MOVE "ALREADY PAID" TO WS-REASON-TEXT
                   EXIT PARAGRAPH
               WHEN WS-TXN-RETURN-CODE = 10
                   MOVE "E" TO WS-RETURN-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "O" TO WS-RETURN-REASON
                   STRING "POSTING REFUSED RC " WS-TXN-RETURN-CODE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE TRANSACTION-RECORD TO TXN-POST-RECORD
           WRITE TXN-POST-RECORD
           ADD 1 TO WS-ITEMS-PAID
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-PAID
           IF WS-OD-REFER
               ADD 1 TO WS-ITEMS-INTO-OD
           END-IF.

       BUILD-CHECK-TRANSACTION.
           INITIALIZE TRANSACTION-RECORD
           STRING "C" WS-CASH-LETTER-ID CL-ITEM-SEQ
               DELIMITED BY SIZE INTO TXN-ID
           MOVE WS-RUN-DATE TO TXN-DATE
           ACCEPT TXN-TIME FROM TIME
           MOVE WS-PRESENT-DATE TO TXN-EFFECTIVE-DATE
           SET TXN-CHECK TO TRUE
           MOVE "USD" TO TXN-CURRENCY-CODE
           MOVE WS-ITEM-AMOUNT TO TXN-AMOUNT
           MOVE CL-MICR-ACCOUNT TO TXN-FROM-ACCOUNT
           STRING "CHECK " CL-MICR-SERIAL " CASH LETTER "
                  WS-CASH-LETTER-ID
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           STRING CL-PRESENTING-ROUTING CL-ITEM-SEQ
               DELIMITED BY SIZE INTO TXN-REFERENCE
           MOVE CL-MICR-SERIAL TO TXN-CHECK-NUMBER
           SET TXN-PENDING TO TRUE.

      * the return row, the report line, and the failed item on the
      * post file - TXNPOST already stamped a stopped one
       RETURN-ITEM.
           IF WS-REASON-TEXT = SPACES
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > 10
                   IF WS-RSN-CODE(WS-RSN-IDX) = WS-RETURN-REASON
                       MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-REASON-TEXT
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO CHECK-RETURN-RECORD
           SET CR-ITEM-ROW TO TRUE
           MOVE WS-CASH-LETTER-ID TO CR-CASH-LETTER-ID
           MOVE CL-ITEM-SEQ TO CR-ITEM-SEQ
           MOVE CL-PRESENTING-ROUTING TO CR-PRESENTING-ROUTING
           MOVE CL-MICR-ROUTING TO CR-MICR-ROUTING
           MOVE CL-MICR-ACCOUNT TO CR-MICR-ACCOUNT
           MOVE CL-MICR-SERIAL TO CR-MICR-SERIAL
           MOVE CL-AMOUNT TO CR-AMOUNT
           MOVE WS-RETURN-REASON TO CR-RETURN-REASON
           MOVE WS-PRESENT-DATE TO CR-PRESENT-DATE
           MOVE WS-RETURN-DEADLINE TO CR-RETURN-DEADLINE
           WRITE CHECK-RETURN-RECORD

           IF NOT TXN-FAIL-STOPPED
               PERFORM BUILD-CHECK-TRANSACTION
               SET TXN-FAILED TO TRUE
               EVALUATE WS-RETURN-REASON
                   WHEN "A"
                   WHEN "B"
                       SET TXN-FAIL-NSF TO TRUE
                   WHEN "C"
                       SET TXN-FAIL-STOPPED TO TRUE
                   WHEN "F"
                       SET TXN-FAIL-RESTRICTED TO TRUE
                   WHEN "Y"
                       SET TXN-FAIL-DUPLICATE TO TRUE
                   WHEN OTHER
                       SET TXN-FAIL-OTHER TO TRUE
               END-EVALUATE
           END-IF
           MOVE TRANSACTION-RECORD TO TXN-POST-RECORD
           WRITE TXN-POST-RECORD

           ADD 1 TO WS-ITEMS-RETURNED
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-RETURNED
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 10
               IF WS-RSN-CODE(WS-RSN-IDX) = WS-RETURN-REASON
                   ADD 1 TO WS-RSN-ITEMS(WS-RSN-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-RSN-AMOUNT(WS-RSN-IDX)
               END-IF
           END-PERFORM

           MOVE CL-AMOUNT TO WS-EDIT-AMT
           MOVE SPACES TO REPORT-LINE
           STRING CL-ITEM-SEQ " " CL-MICR-ACCOUNT " "
                  CL-MICR-SERIAL " " WS-EDIT-AMT "  "
                  WS-RETURN-REASON "  " WS-REASON-TEXT " "
                  CL-PRESENTING-ROUTING "  " WS-RETURN-DEADLINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ****************************************************************
      * THE REPORT
      ****************************************************************
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND CHECK CLEARING - RETURNED ITEMS"
                  "   CASH LETTER " WS-CASH-LETTER-ID
                  "   PRESENTED " WS-PRESENT-DATE
                  "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM SEQ    ACCOUNT      SERIAL     "
                  "        AMOUNT  RSN DESCRIPTION"
                  "                    PRESENTER  DEADLINE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * paid plus returned, by count and amount, back to the
      * cash letter trailer the first pass balanced to
       WRITE-PROOF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASH LETTER PROOF" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTER-ITEMS TO WS-ITEM-DISPLAY
           MOVE WS-LETTER-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  CASH LETTER TOTAL              "
                  WS-ITEM-DISPLAY " " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-PAID TO WS-ITEM-DISPLAY
           MOVE WS-AMOUNT-PAID TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  PAID                           "
                  WS-ITEM-DISPLAY " " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 10
               IF WS-RSN-ITEMS(WS-RSN-IDX) > 0
                   MOVE WS-RSN-ITEMS(WS-RSN-IDX) TO WS-ITEM-DISPLAY
                   MOVE WS-RSN-AMOUNT(WS-RSN-IDX) TO WS-AMT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RETURNED " WS-RSN-CODE(WS-RSN-IDX) " "
                          WS-RSN-TEXT(WS-RSN-IDX)
                          WS-ITEM-DISPLAY " " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           COMPUTE WS-PROOF-ITEMS = WS-ITEMS-PAID + WS-ITEMS-RETURNED
           COMPUTE WS-PROOF-AMOUNT =
                   WS-AMOUNT-PAID + WS-AMOUNT-RETURNED
           MOVE WS-PROOF-ITEMS TO WS-ITEM-DISPLAY
           MOVE WS-PROOF-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  PAID PLUS RETURNED             "
                  WS-ITEM-DISPLAY " " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PROOF-ITEMS = WS-LETTER-ITEMS
                   AND WS-PROOF-AMOUNT = WS-LETTER-AMOUNT
               MOVE "  IN PROOF" TO REPORT-LINE
           ELSE
               MOVE "N" TO WS-PROOF-STATE
               MOVE "  *** OUT OF PROOF ***" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2RPT.

      ****************************************************************
      * BATCH: BAI2 balance and activity reporting for treasury
      * management clients. Every active row on the subscription file
      * (BAI2SUB, maintained by BAI2SUBM) names a client and one of
      * its business accounts; each client gets its own BAI2 file -
      * file header 01, one group 02 for the as-of date, an account
      * block 03/16/49 per subscribed account, group and file
      * trailers 98/99 carrying the control totals and record counts
      * - one after another on BAI2OUT for the transmission step to
      * route by receiver id.
      *   PARM PRIOR (default) - the prior-day report, run after the
      *     nightly chain: opening ledger (closing less the day's
      *     posted net, moved the BALPROOF way), closing ledger,
      *     closing available, one-day and two-or-more-day float off
      *     the funds hold file, total credits and debits, and a 16
      *     detail per posted transaction on TXNFILE. A held deposit
      *     carries its availability split (funds type S).
      *   PARM CURRENT - the intraday current-day report off the
      *     memo-post ledger: opening ledger and available, current
      *     available with today's open memo items overlaid the
      *     BALCHECK way, and a 16 detail per memo item.
      * A subscription whose account is no longer an open business
      * account is skipped and counted; RC=4 when any were.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI2-SUB-FILE ASSIGN TO "BAI2SUB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BAS-KEY
               FILE STATUS IS WS-SUB-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-IN ASSIGN TO "TXNFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "FUNDHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT MEMO-FILE ASSIGN TO "MEMOPOST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MP-STATUS.
           SELECT BAI2-OUT ASSIGN TO "BAI2OUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAI2-SUB-FILE.
       COPY "bai2-subscription.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  TRANSACTION-IN.
       COPY "transaction.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "funds-hold.cpy".

       FD  MEMO-FILE.
       COPY "memo-post.cpy".

       FD  BAI2-OUT.
       01  BAI2-LINE                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS         PIC X(2).
           88  WS-SUB-OK             VALUE "00".
           88  WS-SUB-EOF            VALUE "10".
           88  WS-SUB-MISSING        VALUE "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-TXN-STATUS         PIC X(2).
           88  WS-TXN-EOF            VALUE "10".
       01  WS-HOLD-FILE-STATUS   PIC X(2).
           88  WS-HOLD-OK            VALUE "00".
       01  WS-MP-STATUS          PIC X(2).
           88  WS-MP-OK              VALUE "00".
       01  WS-OUT-STATUS         PIC X(2).
       01  WS-SCAN-DONE          PIC X(1).
           88  WS-SCAN-FINISHED      VALUE "Y".

       01  WS-OUR-ROUTING         PIC 9(9)  VALUE 123456789.
       01  WS-GROUP-CURRENCY      PIC X(3)  VALUE "USD".

       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.
       01  WS-REPORT-KIND         PIC X(1) VALUE "P".
           88  WS-PRIOR-DAY-RUN       VALUE "P".
           88  WS-CURRENT-DAY-RUN     VALUE "C".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-HOLD-DAYS           PIC S9(5) COMP.

      * one row per subscribed account, in client/account order
       01  WS-SA-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SA-IDX              PIC 9(4) COMP.
       01  WS-SUBSCRIBED-TABLE.
           05  WS-SA-ENTRY OCCURS 1000 TIMES.
               10  WS-SA-CLIENT-ID    PIC 9(10).
               10  WS-SA-RECEIVER-ID  PIC X(15).
               10  WS-SA-ACCT-NUMBER  PIC X(12).
               10  WS-SA-CURRENCY     PIC X(3).
               10  WS-SA-LEDGER       PIC S9(13)V99 COMP-3.
               10  WS-SA-AVAILABLE    PIC S9(13)V99 COMP-3.
               10  WS-SA-NET          PIC S9(13)V99 COMP-3.
               10  WS-SA-CREDITS      PIC S9(13)V99 COMP-3.
               10  WS-SA-CREDIT-COUNT PIC 9(7) COMP.
               10  WS-SA-DEBITS       PIC S9(13)V99 COMP-3.
               10  WS-SA-DEBIT-COUNT  PIC 9(7) COMP.
               10  WS-SA-FLOAT-1      PIC S9(13)V99 COMP-3.
               10  WS-SA-FLOAT-2      PIC S9(13)V99 COMP-3.

      * outstanding deposit holds on the subscribed accounts
       01  WS-HL-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-HL-IDX              PIC 9(4) COMP.
       01  WS-HOLD-TABLE.
           05  WS-HL-ENTRY OCCURS 3000 TIMES.
               10  WS-HL-SA-IDX       PIC 9(4) COMP.
               10  WS-HL-TXN-ID       PIC X(20).
               10  WS-HL-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-HL-CLASS        PIC X(1).
                   88  WS-HL-ONE-DAY      VALUE "1".

      * the 16 details, in the order they were read
       01  WS-DT-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-DT-IDX              PIC 9(4) COMP.
       01  WS-DETAIL-TABLE.
           05  WS-DT-ENTRY OCCURS 5000 TIMES.
               10  WS-DT-SA-IDX       PIC 9(4) COMP.
               10  WS-DT-TYPE-CODE    PIC X(3).
               10  WS-DT-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-DT-FUNDS-TYPE   PIC X(1).
                   88  WS-DT-DISTRIBUTED  VALUE "S".
               10  WS-DT-IMMEDIATE    PIC S9(11)V99 COMP-3.
               10  WS-DT-ONE-DAY      PIC S9(11)V99 COMP-3.
               10  WS-DT-TWO-DAY      PIC S9(11)V99 COMP-3.
               10  WS-DT-BANK-REF     PIC X(20).
               10  WS-DT-CUST-REF     PIC X(20).
               10  WS-DT-TEXT         PIC X(50).

      * one leg of a posting as it lands on an account
       01  WS-LEG-ACCT            PIC X(12).
       01  WS-LEG-MOVEMENT        PIC S9(13)V99 COMP-3.
       01  WS-LEG-TYPE-CODE       PIC X(3).
       01  WS-LEG-TXN-ID          PIC X(20).
       01  WS-LEG-CUST-REF        PIC X(20).
       01  WS-LEG-TEXT            PIC X(50).
       01  WS-LEG-SA-IDX          PIC 9(4) COMP.

      * BAI2 record building
       01  WS-LINE-PTR            PIC 9(3) COMP.
       01  WS-FIELD               PIC X(50).
       01  WS-FMT-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-FMT-CENTS           PIC 9(15).
       01  WS-FMT-DIGITS REDEFINES WS-FMT-CENTS PIC X(15).
       01  WS-FMT-COUNT           PIC 9(9).
       01  WS-FMT-COUNT-DIGITS REDEFINES WS-FMT-COUNT PIC X(9).
       01  WS-FMT-ZEROS           PIC 9(2) COMP.
       01  WS-FILE-ID             PIC X(5).
       01  WS-PRIOR-CLIENT        PIC 9(10).

      * control totals and record counts at each BAI2 level
       01  WS-ACCT-CONTROL        PIC S9(13)V99 COMP-3.
       01  WS-GROUP-CONTROL       PIC S9(13)V99 COMP-3.
       01  WS-FILE-CONTROL        PIC S9(13)V99 COMP-3.
       01  WS-ACCT-RECORDS        PIC 9(7) COMP.
       01  WS-GROUP-RECORDS       PIC 9(7) COMP.
       01  WS-FILE-RECORDS        PIC 9(7) COMP.
       01  WS-GROUP-ACCOUNTS      PIC 9(7) COMP.

       01  WS-SUBS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-SUBS-SKIPPED        PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-FILES-WRITTEN       PIC 9(9) COMP VALUE 0.
       01  WS-RECORDS-WRITTEN     PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM

           OPEN INPUT BAI2-SUB-FILE
           IF WS-SUB-MISSING
               DISPLAY "BAI2RPT: NO SUBSCRIPTION FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           PERFORM LOAD-SUBSCRIPTIONS
           CLOSE ACCOUNT-MASTER
           CLOSE BAI2-SUB-FILE

           IF WS-PRIOR-DAY-RUN
               PERFORM LOAD-FUNDS-HOLDS
               PERFORM READ-DAY-TRANSACTIONS
           ELSE
               PERFORM READ-MEMO-ITEMS
           END-IF

           OPEN OUTPUT BAI2-OUT
           PERFORM WRITE-BAI2-FILES
           CLOSE BAI2-OUT

           DISPLAY "BAI2RPT: REPORT KIND     = " WS-REPORT-KIND
           DISPLAY "BAI2RPT: SUBSCRIPTIONS   = " WS-SUBS-READ
           DISPLAY "BAI2RPT: SKIPPED         = " WS-SUBS-SKIPPED
           DISPLAY "BAI2RPT: ITEMS REPORTED  = " WS-DT-COUNT
           DISPLAY "BAI2RPT: CLIENT FILES    = " WS-FILES-WRITTEN
           DISPLAY "BAI2RPT: RECORDS WRITTEN = " WS-RECORDS-WRITTEN
           IF WS-SUBS-SKIPPED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * the parm is PRIOR or CURRENT; anything else is the prior-day
      * report
       PARSE-JOB-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 14
               IF WS-PARM-LINE(WS-PARM-IDX:7) = "CURRENT"
                   SET WS-CURRENT-DAY-RUN TO TRUE
               END-IF
           END-PERFORM.

       LOAD-SUBSCRIPTIONS.
           MOVE LOW-VALUES TO BAS-KEY
           START BAI2-SUB-FILE KEY >= BAS-KEY
               INVALID KEY
                   SET WS-SUB-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SUB-EOF
               READ BAI2-SUB-FILE NEXT RECORD
                   AT END
                       SET WS-SUB-EOF TO TRUE
                   NOT AT END
                       IF BAS-ACTIVE
                           PERFORM LOAD-ONE-SUBSCRIPTION
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-SUBSCRIPTION.
           IF WS-PRIOR-DAY-RUN AND NOT BAS-WANTS-PRIOR-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-DAY-RUN AND NOT BAS-WANTS-INTRADAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBS-READ

           MOVE BAS-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "BAI2RPT: SKIPPED CLIENT " BAS-CLIENT-ID
                           " ACCT " BAS-ACCT-NUMBER " - NOT ON FILE"
                   ADD 1 TO WS-SUBS-SKIPPED
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-IS-BUSINESS OR NOT ACCT-OPEN
               DISPLAY "BAI2RPT: SKIPPED CLIENT " BAS-CLIENT-ID
                       " ACCT " BAS-ACCT-NUMBER
                       " - NOT AN OPEN BUSINESS ACCOUNT"
               ADD 1 TO WS-SUBS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF WS-SA-COUNT >= 1000
               DISPLAY "BAI2RPT: SUBSCRIPTION TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SA-COUNT
           MOVE WS-SA-COUNT TO WS-SA-IDX
           MOVE BAS-CLIENT-ID TO WS-SA-CLIENT-ID(WS-SA-IDX)
           MOVE BAS-RECEIVER-ID TO WS-SA-RECEIVER-ID(WS-SA-IDX)
           MOVE BAS-ACCT-NUMBER TO WS-SA-ACCT-NUMBER(WS-SA-IDX)
           MOVE ACCT-CURRENCY-CODE TO WS-SA-CURRENCY(WS-SA-IDX)
           MOVE ACCT-CURRENT-BAL TO WS-SA-LEDGER(WS-SA-IDX)
           MOVE ACCT-AVAILABLE-BAL TO WS-SA-AVAILABLE(WS-SA-IDX)
           MOVE 0 TO WS-SA-NET(WS-SA-IDX)
           MOVE 0 TO WS-SA-CREDITS(WS-SA-IDX)
           MOVE 0 TO WS-SA-CREDIT-COUNT(WS-SA-IDX)
           MOVE 0 TO WS-SA-DEBITS(WS-SA-IDX)
           MOVE 0 TO WS-SA-DEBIT-COUNT(WS-SA-IDX)
           MOVE 0 TO WS-SA-FLOAT-1(WS-SA-IDX)
           MOVE 0 TO WS-SA-FLOAT-2(WS-SA-IDX).

      * float is what is still held: releasing by tomorrow is
      * one-day float, anything later two-or-more-day
       LOAD-FUNDS-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE
           IF NOT WS-HOLD-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               PERFORM LOAD-ACCOUNT-HOLDS
           END-PERFORM
           CLOSE FUNDS-HOLD-FILE.

       LOAD-ACCOUNT-HOLDS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-SA-ACCT-NUMBER(WS-SA-IDX) TO FH-ACCT-NUMBER
           MOVE 0 TO FH-HOLD-ID
           START FUNDS-HOLD-FILE KEY >= FH-KEY
               INVALID KEY
                   SET WS-SCAN-FINISHED TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-FINISHED
               READ FUNDS-HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-FINISHED TO TRUE
                   NOT AT END
                       IF FH-ACCT-NUMBER
                               NOT = WS-SA-ACCT-NUMBER(WS-SA-IDX)
                           SET WS-SCAN-FINISHED TO TRUE
                       ELSE
                           IF FH-HELD
                               PERFORM TAKE-ONE-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-HOLD.
           IF WS-HL-COUNT >= 3000
               DISPLAY "BAI2RPT: HOLD TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HL-COUNT
           MOVE WS-HL-COUNT TO WS-HL-IDX
           MOVE WS-SA-IDX TO WS-HL-SA-IDX(WS-HL-IDX)
           MOVE FH-TXN-ID TO WS-HL-TXN-ID(WS-HL-IDX)
           MOVE FH-AMOUNT TO WS-HL-AMOUNT(WS-HL-IDX)
           COMPUTE WS-HOLD-DAYS =
                   FUNCTION INTEGER-OF-DATE(FH-RELEASE-DATE)
                   - WS-RUN-DATE-INT
           IF WS-HOLD-DAYS <= 1
               MOVE "1" TO WS-HL-CLASS(WS-HL-IDX)
               ADD FH-AMOUNT TO WS-SA-FLOAT-1(WS-SA-IDX)
           ELSE
               MOVE "2" TO WS-HL-CLASS(WS-HL-IDX)
               ADD FH-AMOUNT TO WS-SA-FLOAT-2(WS-SA-IDX)
           END-IF.

      * the day's postings, split into account legs the way BALPROOF
      * moves them; only posted items reach a balance
       READ-DAY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-IN
           PERFORM UNTIL WS-TXN-EOF
               READ TRANSACTION-IN
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-COMPLETED OR TXN-REVERSED
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM SPLIT-ONE-TXN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-IN.

       SPLIT-ONE-TXN.
           MOVE TXN-ID TO WS-LEG-TXN-ID
           IF TXN-CHECK AND TXN-CHECK-NUMBER NOT = SPACES
               MOVE TXN-CHECK-NUMBER TO WS-LEG-CUST-REF
           ELSE
               MOVE TXN-REFERENCE TO WS-LEG-CUST-REF
           END-IF
           MOVE TXN-DESCRIPTION TO WS-LEG-TEXT
           EVALUATE TRUE
               WHEN TXN-DEPOSIT
                   MOVE TXN-TO-ACCOUNT TO WS-LEG-ACCT
                   COMPUTE WS-LEG-MOVEMENT = TXN-AMOUNT
                   PERFORM POST-TXN-LEG
               WHEN TXN-TRANSFER
                   MOVE TXN-FROM-ACCOUNT TO WS-LEG-ACCT
                   COMPUTE WS-LEG-MOVEMENT = TXN-AMOUNT * -1
                   PERFORM POST-TXN-LEG
                   MOVE TXN-TO-ACCOUNT TO WS-LEG-ACCT
                   COMPUTE WS-LEG-MOVEMENT = TXN-AMOUNT
                   PERFORM POST-TXN-LEG
               WHEN TXN-ADJUSTMENT
                   MOVE TXN-FROM-ACCOUNT TO WS-LEG-ACCT
                   COMPUTE WS-LEG-MOVEMENT = TXN-AMOUNT
                   PERFORM POST-TXN-LEG
               WHEN OTHER
                   MOVE TXN-FROM-ACCOUNT TO WS-LEG-ACCT
                   COMPUTE WS-LEG-MOVEMENT = TXN-AMOUNT * -1
                   PERFORM POST-TXN-LEG
           END-EVALUATE.

      * BAI2 detail type codes: 195 incoming wire, 206 book transfer
      * credit, 301 commercial deposit, 399 miscellaneous credit;
      * 475 check paid, 506 book transfer debit, 698 fees, 699
      * miscellaneous debit
       POST-TXN-LEG.
           IF WS-LEG-MOVEMENT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LEG-MOVEMENT > 0
               EVALUATE TRUE
                   WHEN TXN-ID(1:4) = "WIRI"
                       MOVE "195" TO WS-LEG-TYPE-CODE
                   WHEN TXN-TRANSFER
                       MOVE "206" TO WS-LEG-TYPE-CODE
                   WHEN TXN-DEPOSIT AND (TXN-BRANCH OR TXN-ATM)
                       MOVE "301" TO WS-LEG-TYPE-CODE
                   WHEN OTHER
                       MOVE "399" TO WS-LEG-TYPE-CODE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN TXN-CHECK
                       MOVE "475" TO WS-LEG-TYPE-CODE
                   WHEN TXN-TRANSFER
                       MOVE "506" TO WS-LEG-TYPE-CODE
                   WHEN TXN-ID(1:4) = "WFEE"
                       MOVE "698" TO WS-LEG-TYPE-CODE
                   WHEN OTHER
                       MOVE "699" TO WS-LEG-TYPE-CODE
               END-EVALUATE
           END-IF
           PERFORM ADD-LEG-DETAILS.

      * an account may be reported to more than one client
       ADD-LEG-DETAILS.
           PERFORM VARYING WS-LEG-SA-IDX FROM 1 BY 1
                   UNTIL WS-LEG-SA-IDX > WS-SA-COUNT
               IF WS-SA-ACCT-NUMBER(WS-LEG-SA-IDX) = WS-LEG-ACCT
                   PERFORM ADD-ONE-DETAIL
               END-IF
           END-PERFORM.

       ADD-ONE-DETAIL.
           IF WS-DT-COUNT >= 5000
               DISPLAY "BAI2RPT: DETAIL TABLE FULL - ENLARGE"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DT-COUNT
           MOVE WS-DT-COUNT TO WS-DT-IDX
           MOVE WS-LEG-SA-IDX TO WS-DT-SA-IDX(WS-DT-IDX)
           MOVE WS-LEG-TYPE-CODE TO WS-DT-TYPE-CODE(WS-DT-IDX)
           MOVE "0" TO WS-DT-FUNDS-TYPE(WS-DT-IDX)
           MOVE 0 TO WS-DT-IMMEDIATE(WS-DT-IDX)
           MOVE 0 TO WS-DT-ONE-DAY(WS-DT-IDX)
           MOVE 0 TO WS-DT-TWO-DAY(WS-DT-IDX)
           MOVE WS-LEG-TXN-ID TO WS-DT-BANK-REF(WS-DT-IDX)
           MOVE WS-LEG-CUST-REF TO WS-DT-CUST-REF(WS-DT-IDX)
           MOVE WS-LEG-TEXT TO WS-DT-TEXT(WS-DT-IDX)
           INSPECT WS-DT-BANK-REF(WS-DT-IDX) REPLACING ALL "," BY " "
                                                     ALL "/" BY " "
           INSPECT WS-DT-CUST-REF(WS-DT-IDX) REPLACING ALL "," BY " "
                                                     ALL "/" BY " "
           ADD WS-LEG-MOVEMENT TO WS-SA-NET(WS-LEG-SA-IDX)
           IF WS-LEG-MOVEMENT > 0
               MOVE WS-LEG-MOVEMENT TO WS-DT-AMOUNT(WS-DT-IDX)
               ADD WS-LEG-MOVEMENT TO WS-SA-CREDITS(WS-LEG-SA-IDX)
               ADD 1 TO WS-SA-CREDIT-COUNT(WS-LEG-SA-IDX)
               PERFORM SPLIT-HELD-CREDIT
           ELSE
               COMPUTE WS-DT-AMOUNT(WS-DT-IDX) = WS-LEG-MOVEMENT * -1
               SUBTRACT WS-LEG-MOVEMENT FROM WS-SA-DEBITS(WS-LEG-SA-IDX)
               ADD 1 TO WS-SA-DEBIT-COUNT(WS-LEG-SA-IDX)
           END-IF.

      * a deposit with a hold on it reports what is available now and
      * what comes available later (funds type S)
       SPLIT-HELD-CREDIT.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-SA-IDX(WS-HL-IDX) = WS-LEG-SA-IDX
                       AND WS-HL-TXN-ID(WS-HL-IDX) = WS-LEG-TXN-ID
                   SET WS-DT-DISTRIBUTED(WS-DT-IDX) TO TRUE
                   IF WS-HL-ONE-DAY(WS-HL-IDX)
                       ADD WS-HL-AMOUNT(WS-HL-IDX)
                           TO WS-DT-ONE-DAY(WS-DT-IDX)
                   ELSE
                       ADD WS-HL-AMOUNT(WS-HL-IDX)
                           TO WS-DT-TWO-DAY(WS-DT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DT-DISTRIBUTED(WS-DT-IDX)
               COMPUTE WS-DT-IMMEDIATE(WS-DT-IDX) =
                       WS-DT-AMOUNT(WS-DT-IDX)
                       - WS-DT-ONE-DAY(WS-DT-IDX)
                       - WS-DT-TWO-DAY(WS-DT-IDX)
               IF WS-DT-IMMEDIATE(WS-DT-IDX) < 0
                   MOVE 0 TO WS-DT-IMMEDIATE(WS-DT-IDX)
               END-IF
           END-IF.

      * today's open memo items per account, MEMOPOST key order
       READ-MEMO-ITEMS.
           OPEN INPUT MEMO-FILE
           IF NOT WS-MP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               PERFORM READ-ACCOUNT-MEMOS
           END-PERFORM
           CLOSE MEMO-FILE.

       READ-ACCOUNT-MEMOS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-SA-ACCT-NUMBER(WS-SA-IDX) TO MP-ACCT-NUMBER
           MOVE 0 TO MP-MEMO-ID
           START MEMO-FILE KEY >= MP-KEY
               INVALID KEY
                   SET WS-SCAN-FINISHED TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-FINISHED
               READ MEMO-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-FINISHED TO TRUE
                   NOT AT END
                       IF MP-ACCT-NUMBER
                               NOT = WS-SA-ACCT-NUMBER(WS-SA-IDX)
                           SET WS-SCAN-FINISHED TO TRUE
                       ELSE
                           IF MP-OPEN AND MP-MEMO-DATE = WS-RUN-DATE
                               ADD 1 TO WS-ITEMS-READ
                               PERFORM POST-MEMO-LEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-MEMO-LEG.
           MOVE MP-ACCT-NUMBER TO WS-LEG-ACCT
           MOVE MP-TXN-ID TO WS-LEG-TXN-ID
           MOVE SPACES TO WS-LEG-CUST-REF
           MOVE SPACES TO WS-LEG-TEXT
           STRING "MEMO POST " MP-CHANNEL
               DELIMITED BY SIZE INTO WS-LEG-TEXT
           IF MP-DEBIT
               COMPUTE WS-LEG-MOVEMENT = MP-AMOUNT * -1
               MOVE "699" TO WS-LEG-TYPE-CODE
           ELSE
               COMPUTE WS-LEG-MOVEMENT = MP-AMOUNT
               IF MP-TXN-ID(1:4) = "WIRI"
                   MOVE "195" TO WS-LEG-TYPE-CODE
               ELSE
                   MOVE "399" TO WS-LEG-TYPE-CODE
               END-IF
           END-IF
           IF WS-LEG-MOVEMENT NOT = 0
               MOVE WS-SA-IDX TO WS-LEG-SA-IDX
               PERFORM ADD-ONE-DETAIL
           END-IF.

      * the table is in client order: each client's accounts make one
      * file of one group
       WRITE-BAI2-FILES.
           MOVE 0 TO WS-PRIOR-CLIENT
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-CLIENT-ID(WS-SA-IDX) NOT = WS-PRIOR-CLIENT
                   IF WS-PRIOR-CLIENT NOT = 0
                       PERFORM WRITE-CLIENT-TRAILERS
                   END-IF
                   PERFORM WRITE-CLIENT-HEADERS
                   MOVE WS-SA-CLIENT-ID(WS-SA-IDX) TO WS-PRIOR-CLIENT
               END-IF
               PERFORM WRITE-ACCOUNT-BLOCK
           END-PERFORM
           IF WS-PRIOR-CLIENT NOT = 0
               PERFORM WRITE-CLIENT-TRAILERS
           END-IF.

      * 01 file header and 02 group header; the file id is the kind
      * of report (1 prior-day, 2 current-day) and the run time
       WRITE-CLIENT-HEADERS.
           MOVE 0 TO WS-FILE-CONTROL
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-GROUP-CONTROL
           MOVE 0 TO WS-GROUP-ACCOUNTS
           ADD 1 TO WS-FILES-WRITTEN
           MOVE SPACES TO WS-FILE-ID
           IF WS-PRIOR-DAY-RUN
               STRING "1" WS-RUN-TIME(1:4)
                   DELIMITED BY SIZE INTO WS-FILE-ID
           ELSE
               STRING "2" WS-RUN-TIME(1:4)
                   DELIMITED BY SIZE INTO WS-FILE-ID
           END-IF

           PERFORM START-BAI2-LINE
           MOVE "01" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-OUR-ROUTING TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-SA-RECEIVER-ID(WS-SA-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-RUN-DATE(3:6) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-RUN-TIME(1:4) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-FILE-ID TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE SPACES TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE "2" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           PERFORM END-BAI2-RECORD
           MOVE 0 TO WS-GROUP-RECORDS

      * group status 1 (update); as-of modifier 2 final prior-day or
      * 3 interim same-day
           PERFORM START-BAI2-LINE
           MOVE "02" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-SA-RECEIVER-ID(WS-SA-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-OUR-ROUTING TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE "1" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-RUN-DATE(3:6) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           IF WS-PRIOR-DAY-RUN
               MOVE SPACES TO WS-FIELD
           ELSE
               MOVE WS-RUN-TIME(1:4) TO WS-FIELD
           END-IF
           PERFORM ADD-BAI2-FIELD
           MOVE WS-GROUP-CURRENCY TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           IF WS-PRIOR-DAY-RUN
               MOVE "2" TO WS-FIELD
           ELSE
               MOVE "3" TO WS-FIELD
           END-IF
           PERFORM ADD-BAI2-FIELD
           PERFORM END-BAI2-RECORD.

      * 03 account identifier with its balances, continued on 88
      * records for the float and the credit/debit summaries, then
      * the 16 details and the 49 account trailer
       WRITE-ACCOUNT-BLOCK.
           MOVE 0 TO WS-ACCT-CONTROL
           MOVE 0 TO WS-ACCT-RECORDS
           ADD 1 TO WS-GROUP-ACCOUNTS

           PERFORM START-BAI2-LINE
           MOVE "03" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-SA-ACCT-NUMBER(WS-SA-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-SA-CURRENCY(WS-SA-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE "010" TO WS-FIELD
           IF WS-PRIOR-DAY-RUN
               COMPUTE WS-FMT-AMOUNT = WS-SA-LEDGER(WS-SA-IDX)
                       - WS-SA-NET(WS-SA-IDX)
           ELSE
               MOVE WS-SA-LEDGER(WS-SA-IDX) TO WS-FMT-AMOUNT
           END-IF
           PERFORM ADD-BAI2-STATUS
           IF WS-PRIOR-DAY-RUN
               MOVE "015" TO WS-FIELD
               MOVE WS-SA-LEDGER(WS-SA-IDX) TO WS-FMT-AMOUNT
               PERFORM ADD-BAI2-STATUS
               MOVE "045" TO WS-FIELD
               MOVE WS-SA-AVAILABLE(WS-SA-IDX) TO WS-FMT-AMOUNT
               PERFORM ADD-BAI2-STATUS
               PERFORM END-BAI2-RECORD

               PERFORM START-BAI2-LINE
               MOVE "88" TO WS-FIELD
               PERFORM ADD-BAI2-FIELD
               MOVE "072" TO WS-FIELD
               MOVE WS-SA-FLOAT-1(WS-SA-IDX) TO WS-FMT-AMOUNT
               PERFORM ADD-BAI2-STATUS
               MOVE "074" TO WS-FIELD
               MOVE WS-SA-FLOAT-2(WS-SA-IDX) TO WS-FMT-AMOUNT
               PERFORM ADD-BAI2-STATUS
           ELSE
               MOVE "040" TO WS-FIELD
               MOVE WS-SA-AVAILABLE(WS-SA-IDX) TO WS-FMT-AMOUNT
               PERFORM ADD-BAI2-STATUS
               MOVE "060" TO WS-FIELD
               COMPUTE WS-FMT-AMOUNT = WS-SA-AVAILABLE(WS-SA-IDX)
                       + WS-SA-NET(WS-SA-IDX)
               PERFORM ADD-BAI2-STATUS
           END-IF
           PERFORM END-BAI2-RECORD

           PERFORM START-BAI2-LINE
           MOVE "88" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE "100" TO WS-FIELD
           MOVE WS-SA-CREDITS(WS-SA-IDX) TO WS-FMT-AMOUNT
           MOVE WS-SA-CREDIT-COUNT(WS-SA-IDX) TO WS-FMT-COUNT
           PERFORM ADD-BAI2-SUMMARY
           MOVE "400" TO WS-FIELD
           MOVE WS-SA-DEBITS(WS-SA-IDX) TO WS-FMT-AMOUNT
           MOVE WS-SA-DEBIT-COUNT(WS-SA-IDX) TO WS-FMT-COUNT
           PERFORM ADD-BAI2-SUMMARY
           PERFORM END-BAI2-RECORD

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-SA-IDX(WS-DT-IDX) = WS-SA-IDX
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-PERFORM

           PERFORM START-BAI2-LINE
           MOVE "49" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-ACCT-CONTROL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           COMPUTE WS-FMT-COUNT = WS-ACCT-RECORDS + 1
           PERFORM FORMAT-BAI2-COUNT
           PERFORM ADD-BAI2-FIELD
           PERFORM END-BAI2-RECORD
           ADD WS-ACCT-CONTROL TO WS-GROUP-CONTROL.

      * 16 transaction detail: type code, amount, funds type (with
      * the availability split for S), bank and customer references,
      * then the free text, which runs to the end of the record
       WRITE-DETAIL-RECORD.
           PERFORM START-BAI2-LINE
           MOVE "16" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-DT-TYPE-CODE(WS-DT-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-DT-AMOUNT(WS-DT-IDX) TO WS-FMT-AMOUNT
           ADD WS-FMT-AMOUNT TO WS-ACCT-CONTROL
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           MOVE WS-DT-FUNDS-TYPE(WS-DT-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           IF WS-DT-DISTRIBUTED(WS-DT-IDX)
               MOVE WS-DT-IMMEDIATE(WS-DT-IDX) TO WS-FMT-AMOUNT
               PERFORM FORMAT-BAI2-AMOUNT
               PERFORM ADD-BAI2-FIELD
               MOVE WS-DT-ONE-DAY(WS-DT-IDX) TO WS-FMT-AMOUNT
               PERFORM FORMAT-BAI2-AMOUNT
               PERFORM ADD-BAI2-FIELD
               MOVE WS-DT-TWO-DAY(WS-DT-IDX) TO WS-FMT-AMOUNT
               PERFORM FORMAT-BAI2-AMOUNT
               PERFORM ADD-BAI2-FIELD
           END-IF
           MOVE WS-DT-BANK-REF(WS-DT-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-DT-CUST-REF(WS-DT-IDX) TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           IF WS-DT-TEXT(WS-DT-IDX) = SPACES
               PERFORM END-BAI2-RECORD
           ELSE
               STRING WS-DT-TEXT(WS-DT-IDX) DELIMITED BY "  "
                   INTO BAI2-LINE WITH POINTER WS-LINE-PTR
               PERFORM WRITE-BAI2-RECORD
           END-IF.

      * 98 group trailer and 99 file trailer: control total, then
      * accounts (98) or groups (99), then records including itself
       WRITE-CLIENT-TRAILERS.
           PERFORM START-BAI2-LINE
           MOVE "98" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-GROUP-CONTROL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           MOVE WS-GROUP-ACCOUNTS TO WS-FMT-COUNT
           PERFORM FORMAT-BAI2-COUNT
           PERFORM ADD-BAI2-FIELD
           COMPUTE WS-FMT-COUNT = WS-GROUP-RECORDS + 1
           PERFORM FORMAT-BAI2-COUNT
           PERFORM ADD-BAI2-FIELD
           PERFORM END-BAI2-RECORD
           ADD WS-GROUP-CONTROL TO WS-FILE-CONTROL

           PERFORM START-BAI2-LINE
           MOVE "99" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           MOVE WS-FILE-CONTROL TO WS-FMT-AMOUNT
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           MOVE "1" TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           COMPUTE WS-FMT-COUNT = WS-FILE-RECORDS + 1
           PERFORM FORMAT-BAI2-COUNT
           PERFORM ADD-BAI2-FIELD
           PERFORM END-BAI2-RECORD.

      * a status (balance) triple: type code in WS-FIELD, amount in
      * WS-FMT-AMOUNT, no item count or funds type
       ADD-BAI2-STATUS.
           PERFORM ADD-BAI2-FIELD
           ADD WS-FMT-AMOUNT TO WS-ACCT-CONTROL
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           MOVE SPACES TO WS-FIELD
           PERFORM ADD-BAI2-FIELD
           PERFORM ADD-BAI2-FIELD.

      * a summary triple: as a status, with the item count
       ADD-BAI2-SUMMARY.
           PERFORM ADD-BAI2-FIELD
           ADD WS-FMT-AMOUNT TO WS-ACCT-CONTROL
           PERFORM FORMAT-BAI2-AMOUNT
           PERFORM ADD-BAI2-FIELD
           PERFORM FORMAT-BAI2-COUNT
           PERFORM ADD-BAI2-FIELD
           MOVE SPACES TO WS-FIELD
           PERFORM ADD-BAI2-FIELD.

       START-BAI2-LINE.
           MOVE SPACES TO BAI2-LINE
           MOVE 1 TO WS-LINE-PTR.

       ADD-BAI2-FIELD.
           STRING WS-FIELD DELIMITED BY "  "
                  "," DELIMITED BY SIZE
               INTO BAI2-LINE WITH POINTER WS-LINE-PTR.

      * the last field's comma becomes the record's slash
       END-BAI2-RECORD.
           SUBTRACT 1 FROM WS-LINE-PTR
           MOVE "/" TO BAI2-LINE(WS-LINE-PTR:1)
           PERFORM WRITE-BAI2-RECORD.

       WRITE-BAI2-RECORD.
           WRITE BAI2-LINE
           ADD 1 TO WS-ACCT-RECORDS
           ADD 1 TO WS-GROUP-RECORDS
           ADD 1 TO WS-FILE-RECORDS
           ADD 1 TO WS-RECORDS-WRITTEN.

      * BAI2 amounts are whole cents with no leading zeros; a balance
      * below zero carries a leading minus
       FORMAT-BAI2-AMOUNT.
           MOVE SPACES TO WS-FIELD
           IF WS-FMT-AMOUNT < 0
               COMPUTE WS-FMT-CENTS = WS-FMT-AMOUNT * -100
           ELSE
               COMPUTE WS-FMT-CENTS = WS-FMT-AMOUNT * 100
           END-IF
           MOVE 0 TO WS-FMT-ZEROS
           INSPECT WS-FMT-DIGITS TALLYING WS-FMT-ZEROS
               FOR LEADING "0"
           IF WS-FMT-ZEROS = 15
               MOVE "0" TO WS-FIELD
               EXIT PARAGRAPH
           END-IF
           IF WS-FMT-AMOUNT < 0
               STRING "-" WS-FMT-DIGITS(WS-FMT-ZEROS + 1:)
                   DELIMITED BY SIZE INTO WS-FIELD
           ELSE
               MOVE WS-FMT-DIGITS(WS-FMT-ZEROS + 1:) TO WS-FIELD
           END-IF.

       FORMAT-BAI2-COUNT.
           MOVE SPACES TO WS-FIELD
           MOVE 0 TO WS-FMT-ZEROS
           INSPECT WS-FMT-COUNT-DIGITS TALLYING WS-FMT-ZEROS
               FOR LEADING "0"
           IF WS-FMT-ZEROS = 9
               MOVE "0" TO WS-FIELD
           ELSE
               MOVE WS-FMT-COUNT-DIGITS(WS-FMT-ZEROS + 1:) TO WS-FIELD
           END-IF.

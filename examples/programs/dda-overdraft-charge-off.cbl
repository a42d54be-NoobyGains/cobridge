       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCHGOFF.

      ****************************************************************
      * NIGHTLY BATCH: deposit overdraft aging and charge-off - the
      * CHGOFF idea applied to checking, savings and money market
      * accounts left overdrawn past their ACCT-OD-LIMIT. Runs after
      * NSFFEE has posted the day's OD / NSF fees. For each open
      * deposit account overdrawn past its limit:
      *   - overdraft protection (ODSWEEP) is tried for the whole
      *     overdrawn balance, so a funding account that has had
      *     money come in since cures it; an account brought back
      *     within its limit is cured and drops off the aging
      *   - the aging row (ODAGING) is opened the first night and
      *     carries the OD / NSF fees NSFFEE charged since (off
      *     NSFPOST), the sweeps tried, and the notices sent: the
      *     first and second overdrawn notices and the final
      *     warning go to the owner (NOTIFYCU, by mail) as the
      *     account crosses each interval
      *   - at the charge-off age the overdrawn balance is written
      *     off through GLPOST - the fees it carries against fee
      *     income, the rest to charge-off expense - and brought to
      *     zero; the account's overdraft protection links are made
      *     inactive and the account closed through ACCTCLOS, and
      *     the owner reported to ChexSystems (CHEXRPT) for CHEXEXTR
      *     to send. An account ACCTCLOS will not close yet (an open
      *     hold or active stop) is retried every night.
      * A deposit landing on a charged-off account afterwards is a
      * recovery: it is taken off the account to the recovery
      * income line, up to what is still owed, and the ChexSystems
      * record is updated - reported paid once the charge-off has
      * been recovered in full. Anything more is left on the
      * account and listed for a refund.
      * The notice intervals and the charge-off age are the system
      * parameters DDA-NOTICE1-DAYS, DDA-NOTICE2-DAYS,
      * DDA-FINAL-NOTICE and DDA-CHGOFF-DAYS in force on the run
      * date (PARMLKUP); the values below stand when the table has
      * none. The batch signs on to ACCTCLOS as its own operator id,
      * whose profile must carry the HOLD permission. Every action
      * is listed on DDCOFRPT; the run ends RC=4 when a charged-off
      * account is still waiting to close.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OD-AGING-FILE ASSIGN TO "ODAGING"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ODA-ACCT-NUMBER
               FILE STATUS IS WS-ODA-STATUS.
           SELECT CHEX-FILE ASSIGN TO "CHEXRPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHX-ACCT-NUMBER
               ALTERNATE RECORD KEY IS CHX-CUST-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHX-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-CHX-STATUS.
           SELECT OD-LINK-FILE ASSIGN TO "ODPLINK"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OLK-KEY
               FILE STATUS IS WS-OLK-STATUS.
           SELECT FEE-POST-IN ASSIGN TO "NSFPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT AGING-RPT ASSIGN TO "DDCOFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  OD-AGING-FILE.
       COPY "od-aging.cpy".

       FD  CHEX-FILE.
       COPY "chexsystems-report.cpy".

       FD  OD-LINK-FILE.
       COPY "od-protect-link.cpy".

      * the fee transactions NSFFEE posted tonight
       FD  FEE-POST-IN.
       COPY "transaction.cpy".

       FD  AGING-RPT.
       01  AGING-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
           88  WS-ACCT-MISSING       VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ODA-STATUS         PIC X(2).
           88  WS-ODA-OK             VALUE "00".
           88  WS-ODA-EOF            VALUE "10".
           88  WS-ODA-NOT-FOUND      VALUE "23", "35".
       01  WS-CHX-STATUS         PIC X(2).
           88  WS-CHX-OK             VALUE "00".
           88  WS-CHX-NOT-FOUND      VALUE "23", "35".
       01  WS-OLK-STATUS         PIC X(2).
           88  WS-OLK-EOF            VALUE "10".
           88  WS-OLK-MISSING        VALUE "35".
       01  WS-FEE-STATUS         PIC X(2).
           88  WS-FEE-EOF            VALUE "10".
           88  WS-FEE-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

      * policy intervals, in calendar days overdrawn
       01  WS-NOTICE1-DAYS        PIC 9(3) VALUE 10.
       01  WS-NOTICE2-DAYS        PIC 9(3) VALUE 30.
       01  WS-FINAL-NOTICE-DAYS   PIC 9(3) VALUE 45.
       01  WS-CHGOFF-DAYS         PIC 9(3) VALUE 60.
      * the batch's own operator id on ACCTCLOS
       01  WS-SYSTEM-OPERATOR     PIC 9(8) VALUE 99990009.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.
       01  WS-PARM-DAYS           PIC 9(3).
       01  WS-PARM-NOTICE1        PIC 9(3).
       01  WS-PARM-NOTICE2        PIC 9(3).
       01  WS-PARM-FINAL          PIC 9(3).
       01  WS-PARM-CHGOFF         PIC 9(3).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

      * tonight's overdrawn accounts, gathered before any of them is
      * worked so the master is free for ODSWEEP and ACCTCLOS
       01  WS-OVD-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-OVD-IDX             PIC 9(5) COMP.
       01  WS-OVD-TABLE.
           05  WS-OVD-ACCT OCCURS 5000 TIMES PIC X(12).
       01  WS-OVD-OVERFLOW        PIC X(1) VALUE "N".
           88  WS-OVD-TABLE-FULL      VALUE "Y".

      * the OD / NSF fees NSFFEE posted tonight, per account - it
      * writes NSFPOST only for the fees TXNPOST took
       01  WS-FEE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-FEE-IDX             PIC 9(4) COMP.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 2000 TIMES.
               10  WS-FEE-ACCT        PIC X(12).
               10  WS-FEE-AMOUNT      PIC S9(9)V99 COMP-3.
               10  WS-FEE-ITEMS       PIC 9(3) COMP.

      * the account being worked
       01  WS-WORK-ACCT           PIC X(12).
       01  WS-BALANCE-BEFORE      PIC S9(13)V99 COMP-3.
       01  WS-NOTICE-DUE          PIC 9(1).
       01  WS-CO-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-CO-FEES             PIC S9(9)V99 COMP-3.
       01  WS-CO-LOSS             PIC S9(13)V99 COMP-3.
       01  WS-STILL-OWED          PIC S9(13)V99 COMP-3.
       01  WS-RECOVERY            PIC S9(13)V99 COMP-3.
       01  WS-EXCESS              PIC S9(13)V99 COMP-3.
       01  WS-LINKS-DROPPED       PIC 9(3) COMP.
       01  WS-AMT-DISPLAY         PIC -Z(10)9.99.
       01  WS-DAYS-DISPLAY        PIC ZZZ9.
       01  WS-RC-DISPLAY          PIC 99.
       01  WS-EVENT-TEXT          PIC X(24).

      * overdraft protection sweep (ODSWEEP)
       01  WS-SWEEP-SHORTFALL     PIC S9(11)V99 COMP-3.
       01  WS-SWEEP-RETURN-CODE   PIC 9(2).

      * closing the charged-off account (ACCTCLOS)
       01  WS-CLOSE-DISPOSITION   PIC X(1) VALUE "K".
       01  WS-CLOSE-TARGET        PIC X(12) VALUE SPACES.
       01  WS-CLOSE-RETURN-CODE   PIC 9(2).

      * before/after images for the account journal (JRNLWRT)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "DDCHGOFF".
       01  WS-BEFORE-IMAGE        PIC X(400).
       01  WS-AFTER-IMAGE         PIC X(400).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       01  WS-GL-SOURCE           PIC X(8) VALUE "DDCHGOFF".
       01  WS-GL-DR-ACCT          PIC X(8).
       01  WS-GL-CR-ACCT          PIC X(8).
       01  WS-GL-COST-CENTER      PIC X(4) VALUE "DEPT".
       01  WS-GL-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

      * the owner's notices (NOTIFYCU), to the postal address
       01  WS-NQ-EVENT-TYPE       PIC X(2).
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "M".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       01  WS-ACCTS-OVERDRAWN     PIC 9(7) COMP VALUE 0.
       01  WS-NEW-AGING           PIC 9(7) COMP VALUE 0.
       01  WS-CURED-BY-SWEEP      PIC 9(7) COMP VALUE 0.
       01  WS-CURED-OTHERWISE     PIC 9(7) COMP VALUE 0.
       01  WS-NOTICES-SENT        PIC 9(7) COMP VALUE 0.
       01  WS-CHARGED-OFF         PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-CHARGED-OFF   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLOSED              PIC 9(7) COMP VALUE 0.
       01  WS-CLOSE-PENDING       PIC 9(7) COMP VALUE 0.
       01  WS-REPORTED            PIC 9(7) COMP VALUE 0.
       01  WS-RECOVERIES          PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-RECOVERED     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PAID-IN-FULL        PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM LOAD-FEES-CHARGED

           OPEN I-O OD-AGING-FILE
           IF WS-ODA-NOT-FOUND
               OPEN OUTPUT OD-AGING-FILE
               CLOSE OD-AGING-FILE
               OPEN I-O OD-AGING-FILE
           END-IF
           OPEN I-O CHEX-FILE
           IF WS-CHX-NOT-FOUND
               OPEN OUTPUT CHEX-FILE
               CLOSE CHEX-FILE
               OPEN I-O CHEX-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT AGING-RPT
           MOVE SPACES TO AGING-RPT-LINE
           STRING "DEPOSIT OVERDRAFT AGING AND CHARGE-OFF - RUN "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           MOVE SPACES TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE

           PERFORM FIND-OVERDRAWN-ACCOUNTS
           PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                   UNTIL WS-OVD-IDX > WS-OVD-COUNT
               MOVE WS-OVD-ACCT(WS-OVD-IDX) TO WS-WORK-ACCT
               PERFORM AGE-ONE-ACCOUNT
           END-PERFORM

           PERFORM WORK-THE-AGING-FILE

           CLOSE AGING-RPT
           CLOSE CUSTOMER-MASTER
           CLOSE CHEX-FILE
           CLOSE OD-AGING-FILE

           DISPLAY "DDCHGOFF: OVERDRAWN PAST LIMIT = "
               WS-ACCTS-OVERDRAWN
           DISPLAY "DDCHGOFF: NEWLY AGING          = " WS-NEW-AGING
           DISPLAY "DDCHGOFF: CURED BY OD SWEEP    = "
               WS-CURED-BY-SWEEP
           DISPLAY "DDCHGOFF: CURED OTHERWISE      = "
               WS-CURED-OTHERWISE
           DISPLAY "DDCHGOFF: NOTICES SENT         = " WS-NOTICES-SENT
           DISPLAY "DDCHGOFF: CHARGED OFF          = " WS-CHARGED-OFF
           DISPLAY "DDCHGOFF: TOTAL CHARGED OFF    = "
               WS-TOTAL-CHARGED-OFF
           DISPLAY "DDCHGOFF: CLOSED               = " WS-CLOSED
           DISPLAY "DDCHGOFF: WAITING TO CLOSE     = "
               WS-CLOSE-PENDING
           DISPLAY "DDCHGOFF: REPORTED CHEXSYSTEMS = " WS-REPORTED
           DISPLAY "DDCHGOFF: RECOVERIES           = " WS-RECOVERIES
           DISPLAY "DDCHGOFF: TOTAL RECOVERED      = "
               WS-TOTAL-RECOVERED
           DISPLAY "DDCHGOFF: PAID IN FULL         = "
               WS-PAID-IN-FULL
           IF WS-OVD-TABLE-FULL
               DISPLAY "DDCHGOFF: OVERDRAWN TABLE FULL - "
                       "ACCOUNTS NOT AGED, NONE CURED"
           END-IF
           IF WS-CLOSE-PENDING > 0 OR WS-OVD-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * the intervals are taken only as a set that still runs in
      * order - first notice, second, final warning, charge-off
       LOAD-SYSTEM-PARAMETERS.
           MOVE WS-NOTICE1-DAYS TO WS-PARM-NOTICE1
           MOVE WS-NOTICE2-DAYS TO WS-PARM-NOTICE2
           MOVE WS-FINAL-NOTICE-DAYS TO WS-PARM-FINAL
           MOVE WS-CHGOFF-DAYS TO WS-PARM-CHGOFF
           MOVE "DDA-NOTICE1-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           MOVE WS-PARM-DAYS TO WS-PARM-NOTICE1
           MOVE "DDA-NOTICE2-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           MOVE WS-PARM-DAYS TO WS-PARM-NOTICE2
           MOVE "DDA-FINAL-NOTICE" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           MOVE WS-PARM-DAYS TO WS-PARM-FINAL
           MOVE "DDA-CHGOFF-DAYS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           MOVE WS-PARM-DAYS TO WS-PARM-CHGOFF
           IF WS-PARM-NOTICE1 > 0
                   AND WS-PARM-NOTICE1 < WS-PARM-NOTICE2
                   AND WS-PARM-NOTICE2 < WS-PARM-FINAL
                   AND WS-PARM-FINAL < WS-PARM-CHGOFF
               MOVE WS-PARM-NOTICE1 TO WS-NOTICE1-DAYS
               MOVE WS-PARM-NOTICE2 TO WS-NOTICE2-DAYS
               MOVE WS-PARM-FINAL TO WS-FINAL-NOTICE-DAYS
               MOVE WS-PARM-CHGOFF TO WS-CHGOFF-DAYS
           ELSE
               DISPLAY "DDCHGOFF: AGING PARAMETERS OUT OF ORDER - "
                       "COMPILED INTERVALS USED"
           END-IF.

      * WS-PARM-DAYS comes back holding the value in force, or the
      * current setting of whichever interval is being looked up
       LOOK-UP-PARAMETER.
           EVALUATE WS-PARM-ID
               WHEN "DDA-NOTICE1-DAYS"
                   MOVE WS-PARM-NOTICE1 TO WS-PARM-DAYS
               WHEN "DDA-NOTICE2-DAYS"
                   MOVE WS-PARM-NOTICE2 TO WS-PARM-DAYS
               WHEN "DDA-FINAL-NOTICE"
                   MOVE WS-PARM-FINAL TO WS-PARM-DAYS
               WHEN OTHER
                   MOVE WS-PARM-CHGOFF TO WS-PARM-DAYS
           END-EVALUATE
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-PARM-DAYS
           END-IF.

       LOAD-FEES-CHARGED.
           OPEN INPUT FEE-POST-IN
           IF WS-FEE-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-EOF
               READ FEE-POST-IN
                   AT END
                       SET WS-FEE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-FEE
               END-READ
           END-PERFORM
           CLOSE FEE-POST-IN.

       ADD-ONE-FEE.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-ACCT(WS-FEE-IDX) = TXN-FROM-ACCOUNT
                   ADD TXN-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-IDX)
                   ADD 1 TO WS-FEE-ITEMS(WS-FEE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FEE-COUNT < 2000
               ADD 1 TO WS-FEE-COUNT
               MOVE TXN-FROM-ACCOUNT TO WS-FEE-ACCT(WS-FEE-COUNT)
               MOVE TXN-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-COUNT)
               MOVE 1 TO WS-FEE-ITEMS(WS-FEE-COUNT)
           END-IF.

      * open checking, savings and money market accounts whose
      * balance is below the negative of their overdraft line
       FIND-OVERDRAWN-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF ACCT-OPEN
                               AND (ACCT-CHECKING OR ACCT-SAVINGS
                                   OR ACCT-MONEY-MARKET)
                               AND ACCT-CURRENT-BAL + ACCT-OD-LIMIT
                                   < 0
                           PERFORM LIST-ONE-OVERDRAWN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

       LIST-ONE-OVERDRAWN.
           ADD 1 TO WS-ACCTS-OVERDRAWN
           IF WS-OVD-COUNT >= 5000
               SET WS-OVD-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVD-COUNT
           MOVE ACCT-NUMBER TO WS-OVD-ACCT(WS-OVD-COUNT).

      * one overdrawn account: sweep, re-read, then cure, age and
      * notify, or charge off
       AGE-ONE-ACCOUNT.
           MOVE WS-WORK-ACCT TO ODA-ACCT-NUMBER
           READ OD-AGING-FILE
               INVALID KEY
                   PERFORM START-AGING-ROW
           END-READ
      * a row already written off belongs to the aging-file walk
           IF ODA-WRITTEN-OFF OR ODA-PAID
               EXIT PARAGRAPH
           END-IF
           IF ODA-CURED
               PERFORM START-NEW-EPISODE
           END-IF

           PERFORM READ-THE-ACCOUNT
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CURRENT-BAL TO WS-BALANCE-BEFORE
           PERFORM TRY-THE-SWEEP
           PERFORM READ-THE-ACCOUNT
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CURRENT-BAL > WS-BALANCE-BEFORE
               COMPUTE ODA-SWEPT-TO-DATE = ODA-SWEPT-TO-DATE
                     + ACCT-CURRENT-BAL - WS-BALANCE-BEFORE
           END-IF

           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-ACCT(WS-FEE-IDX) = WS-WORK-ACCT
                   ADD WS-FEE-AMOUNT(WS-FEE-IDX) TO ODA-FEES-CHARGED
                   ADD WS-FEE-ITEMS(WS-FEE-IDX) TO ODA-FEE-COUNT
               END-IF
           END-PERFORM

           MOVE ACCT-OWNER-ID TO ODA-OWNER-ID
           MOVE ACCT-CURRENT-BAL TO ODA-OVERDRAWN-BAL
           MOVE ACCT-OD-LIMIT TO ODA-OD-LIMIT
           MOVE WS-RUN-DATE TO ODA-LAST-AGED-DATE
           COMPUTE ODA-DAYS-OVERDRAWN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(ODA-FIRST-OVERDRAWN-DATE)

           EVALUATE TRUE
               WHEN ACCT-CURRENT-BAL + ACCT-OD-LIMIT >= 0
                   SET ODA-CURED TO TRUE
                   MOVE WS-RUN-DATE TO ODA-CURED-DATE
                   ADD 1 TO WS-CURED-BY-SWEEP
                   MOVE ODA-SWEPT-TO-DATE TO WS-AMT-DISPLAY
                   MOVE "CURED BY OD SWEEP" TO WS-EVENT-TEXT
                   PERFORM WRITE-ACTION-LINE
               WHEN ODA-DAYS-OVERDRAWN >= WS-CHGOFF-DAYS
                   PERFORM CHARGE-OFF-THE-ACCOUNT
               WHEN OTHER
                   PERFORM SEND-NOTICE-IF-DUE
           END-EVALUATE

           PERFORM STORE-AGING-ROW.

       START-AGING-ROW.
           INITIALIZE OD-AGING-RECORD
           MOVE WS-WORK-ACCT TO ODA-ACCT-NUMBER
           MOVE WS-RUN-DATE TO ODA-FIRST-OVERDRAWN-DATE
           SET ODA-AGING TO TRUE
           ADD 1 TO WS-NEW-AGING
           WRITE OD-AGING-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * overdrawn again after an earlier cure: the clock, the fees
      * and the notices start over
       START-NEW-EPISODE.
           MOVE WS-RUN-DATE TO ODA-FIRST-OVERDRAWN-DATE
           MOVE 0 TO ODA-FEES-CHARGED ODA-FEE-COUNT
                     ODA-SWEEP-ATTEMPTS ODA-SWEPT-TO-DATE
                     ODA-NOTICE-LEVEL ODA-LAST-NOTICE-DATE
                     ODA-CURED-DATE ODA-LAST-SWEEP-DATE
           SET ODA-AGING TO TRUE
           ADD 1 TO WS-NEW-AGING.

       STORE-AGING-ROW.
           REWRITE OD-AGING-RECORD
               INVALID KEY
                   DISPLAY "DDCHGOFF: AGING ROW NOT STORED "
                           ODA-ACCT-NUMBER
           END-REWRITE.

       READ-THE-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-WORK-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               MOVE "23" TO WS-ACCT-FILE-STATUS
           END-IF.

      * the whole overdrawn balance is asked of the links, so a
      * funding account with money in it clears the debt outright
       TRY-THE-SWEEP.
           COMPUTE WS-SWEEP-SHORTFALL = ACCT-CURRENT-BAL * -1
           CALL "ODSWEEP" USING WS-WORK-ACCT
                                WS-SWEEP-SHORTFALL
                                WS-SWEEP-RETURN-CODE
           IF WS-SWEEP-RETURN-CODE NOT = 10
               ADD 1 TO ODA-SWEEP-ATTEMPTS
               MOVE WS-RUN-DATE TO ODA-LAST-SWEEP-DATE
           END-IF.

       SEND-NOTICE-IF-DUE.
           EVALUATE TRUE
               WHEN ODA-DAYS-OVERDRAWN >= WS-FINAL-NOTICE-DAYS
                   MOVE 3 TO WS-NOTICE-DUE
               WHEN ODA-DAYS-OVERDRAWN >= WS-NOTICE2-DAYS
                   MOVE 2 TO WS-NOTICE-DUE
               WHEN ODA-DAYS-OVERDRAWN >= WS-NOTICE1-DAYS
                   MOVE 1 TO WS-NOTICE-DUE
               WHEN OTHER
                   MOVE 0 TO WS-NOTICE-DUE
           END-EVALUATE
           IF WS-NOTICE-DUE <= ODA-NOTICE-LEVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTICE-DUE TO ODA-NOTICE-LEVEL
           MOVE ODA-OVERDRAWN-BAL TO WS-NQ-AMOUNT
           MOVE WS-RUN-DATE TO ODA-LAST-NOTICE-DATE
           IF ODA-FINAL-NOTICE-SENT
               MOVE "OF" TO WS-NQ-EVENT-TYPE
               MOVE "FINAL OVERDRAWN WARNING" TO WS-EVENT-TEXT
           ELSE
               MOVE "OD" TO WS-NQ-EVENT-TYPE
               MOVE "OVERDRAWN NOTICE" TO WS-EVENT-TEXT
               MOVE WS-NOTICE-DUE TO WS-EVENT-TEXT(18:1)
           END-IF
           PERFORM NOTIFY-THE-OWNER
           ADD 1 TO WS-NOTICES-SENT
           MOVE ODA-OVERDRAWN-BAL TO WS-AMT-DISPLAY
           PERFORM WRITE-ACTION-LINE.

      * write-off, zero balance, links off, close, report
       CHARGE-OFF-THE-ACCOUNT.
           COMPUTE WS-CO-AMOUNT = ACCT-CURRENT-BAL * -1
           MOVE ODA-FEES-CHARGED TO WS-CO-FEES
           IF WS-CO-FEES > WS-CO-AMOUNT
               MOVE WS-CO-AMOUNT TO WS-CO-FEES
           END-IF
           IF WS-CO-FEES < 0
               MOVE 0 TO WS-CO-FEES
           END-IF
           COMPUTE WS-CO-LOSS = WS-CO-AMOUNT - WS-CO-FEES

           PERFORM ZERO-THE-BALANCE
           IF NOT WS-ACCT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM BOOK-THE-WRITE-OFF

           SET ODA-CLOSE-PENDING TO TRUE
           MOVE WS-RUN-DATE TO ODA-CHARGE-OFF-DATE
           MOVE WS-CO-AMOUNT TO ODA-CHARGED-OFF-AMT
           MOVE WS-CO-FEES TO ODA-FEES-WRITTEN-OFF
           MOVE 0 TO ODA-RECOVERED-TO-DATE
           ADD 1 TO WS-CHARGED-OFF
           ADD WS-CO-AMOUNT TO WS-TOTAL-CHARGED-OFF
           MOVE WS-CO-AMOUNT TO WS-AMT-DISPLAY
           MOVE "CHARGED OFF" TO WS-EVENT-TEXT
           PERFORM WRITE-ACTION-LINE

           PERFORM CLOSE-THE-ACCOUNT
           PERFORM REPORT-TO-CHEXSYSTEMS
           MOVE "OC" TO WS-NQ-EVENT-TYPE
           MOVE WS-CO-AMOUNT TO WS-NQ-AMOUNT
           PERFORM NOTIFY-THE-OWNER.

      * the charge-off credit brings the account back to zero, with
      * its journal images like any other balance change
       ZERO-THE-BALANCE.
           OPEN I-O ACCOUNT-MASTER
           MOVE WS-WORK-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           ADD WS-CO-AMOUNT TO ACCT-CURRENT-BAL
           ADD WS-CO-AMOUNT TO ACCT-AVAILABLE-BAL
           MOVE WS-RUN-DATE TO ACCT-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ACCT-OK
               MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
               CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                                   ACCT-NUMBER
                                   WS-BEFORE-IMAGE
                                   WS-AFTER-IMAGE
                                   WS-JRNL-RETURN-CODE
           END-IF
           CLOSE ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               MOVE "23" TO WS-ACCT-FILE-STATUS
           END-IF.

      * the fees the overdraft carries were never collected, so they
      * come back out of fee income; the rest is the loss
       BOOK-THE-WRITE-OFF.
           IF WS-CO-LOSS > 0
               MOVE WS-CO-LOSS TO WS-GL-AMOUNT
               MOVE "68010000" TO WS-GL-DR-ACCT
               MOVE "20010000" TO WS-GL-CR-ACCT
               MOVE SPACES TO WS-GL-DESC
               STRING "DDA CHARGE-OFF " WS-WORK-ACCT
                   DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM CALL-GLPOST
           END-IF
           IF WS-CO-FEES > 0
               MOVE WS-CO-FEES TO WS-GL-AMOUNT
               MOVE "44010000" TO WS-GL-DR-ACCT
               MOVE "20010000" TO WS-GL-CR-ACCT
               MOVE SPACES TO WS-GL-DESC
               STRING "OD FEE W/O " WS-WORK-ACCT
                   DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM CALL-GLPOST
           END-IF.

      * an active overdraft link on either side would block the
      * close, and a closed account can neither be protected nor
      * fund anyone else's overdraft
       CLOSE-THE-ACCOUNT.
           PERFORM DROP-OD-LINKS
           CALL "ACCTCLOS" USING WS-SYSTEM-OPERATOR
                                 WS-WORK-ACCT
                                 WS-CLOSE-DISPOSITION
                                 WS-CLOSE-TARGET
                                 WS-CLOSE-RETURN-CODE
           IF WS-CLOSE-RETURN-CODE = 0
               SET ODA-CHARGED-OFF TO TRUE
               MOVE WS-RUN-DATE TO ODA-CLOSE-DATE
               ADD 1 TO WS-CLOSED
               MOVE "CLOSED" TO WS-EVENT-TEXT
           ELSE
               SET ODA-CLOSE-PENDING TO TRUE
               ADD 1 TO WS-CLOSE-PENDING
               MOVE WS-CLOSE-RETURN-CODE TO WS-RC-DISPLAY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "CLOSE REFUSED RC=" WS-RC-DISPLAY
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
           END-IF
           MOVE 0 TO WS-AMT-DISPLAY
           PERFORM WRITE-ACTION-LINE.

       DROP-OD-LINKS.
           MOVE 0 TO WS-LINKS-DROPPED
           OPEN I-O OD-LINK-FILE
           IF WS-OLK-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO OLK-KEY
           START OD-LINK-FILE KEY >= OLK-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ OD-LINK-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF OLK-ACTIVE
                               AND (OLK-PROTECTED-ACCT = WS-WORK-ACCT
                                   OR OLK-FUNDING-ACCT
                                       = WS-WORK-ACCT)
                           SET OLK-INACTIVE TO TRUE
                           REWRITE OD-PROTECT-LINK-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-LINKS-DROPPED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OD-LINK-FILE.

      * the owner as ChexSystems knows them: name, SSN and date of
      * birth off the customer master, the account's open date and
      * the balance written off
       REPORT-TO-CHEXSYSTEMS.
           MOVE ODA-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   INITIALIZE CUSTOMER-RECORD
                   MOVE ODA-OWNER-ID TO CUST-ID
           END-READ
           MOVE WS-WORK-ACCT TO CHX-ACCT-NUMBER
           READ CHEX-FILE
               INVALID KEY
                   INITIALIZE CHEX-REPORT-RECORD
                   MOVE WS-WORK-ACCT TO CHX-ACCT-NUMBER
           END-READ
           MOVE CUST-ID TO CHX-CUST-ID
           MOVE CUST-SSN TO CHX-SSN
           MOVE CUST-LAST-NAME TO CHX-LAST-NAME
           MOVE CUST-FIRST-NAME TO CHX-FIRST-NAME
           IF CUST-DATE-OF-BIRTH NUMERIC
               MOVE CUST-DATE-OF-BIRTH TO CHX-DATE-OF-BIRTH
           END-IF
           SET CHX-OVERDRAFT-CHARGED-OFF TO TRUE
           MOVE ACCT-OPEN-DATE TO CHX-ACCT-OPEN-DATE
           MOVE ODA-CLOSE-DATE TO CHX-CLOSE-DATE
           MOVE WS-CO-AMOUNT TO CHX-CHARGED-OFF-AMT
           MOVE WS-CO-AMOUNT TO CHX-BALANCE-OWED
           SET CHX-UNPAID TO TRUE
           MOVE WS-RUN-DATE TO CHX-REPORTED-DATE
           MOVE 0 TO CHX-PAID-DATE
           SET CHX-SEND-NEW TO TRUE
           IF WS-CHX-OK
               REWRITE CHEX-REPORT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHEX-REPORT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-REPORTED.

      * every row still aging that tonight's pass did not find has
      * been brought back within its limit (or closed some other
      * way); written-off rows take any deposit that has landed as
      * a recovery and retry a close ACCTCLOS refused
       WORK-THE-AGING-FILE.
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO ODA-ACCT-NUMBER
           START OD-AGING-FILE KEY >= ODA-ACCT-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ OD-AGING-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM WORK-ONE-AGING-ROW
               END-READ
           END-PERFORM.

       WORK-ONE-AGING-ROW.
           MOVE ODA-ACCT-NUMBER TO WS-WORK-ACCT
           EVALUATE TRUE
               WHEN ODA-AGING
                   IF ODA-LAST-AGED-DATE < WS-RUN-DATE
                           AND NOT WS-OVD-TABLE-FULL
                       SET ODA-CURED TO TRUE
                       MOVE WS-RUN-DATE TO ODA-CURED-DATE
                       ADD 1 TO WS-CURED-OTHERWISE
                       MOVE 0 TO WS-AMT-DISPLAY
                       MOVE "CURED" TO WS-EVENT-TEXT
                       PERFORM WRITE-ACTION-LINE
                       PERFORM STORE-AGING-ROW
                   END-IF
               WHEN ODA-WRITTEN-OFF
                   PERFORM TAKE-RECOVERIES
                   IF ODA-CLOSE-PENDING
                           AND ODA-CHARGE-OFF-DATE < WS-RUN-DATE
                       PERFORM CLOSE-THE-ACCOUNT
                       IF ODA-CHARGED-OFF
                           PERFORM MARK-CHEX-CLOSED
                       END-IF
                   END-IF
                   PERFORM STORE-AGING-ROW
           END-EVALUATE.

      * money landing on the charged-off account is taken off it as
      * a recovery, up to what is still owed; the excess is left on
      * the account for a refund
       TAKE-RECOVERIES.
           COMPUTE WS-STILL-OWED =
                   ODA-CHARGED-OFF-AMT - ODA-RECOVERED-TO-DATE
           IF WS-STILL-OWED <= 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           MOVE WS-WORK-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CURRENT-BAL <= 0
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CURRENT-BAL TO WS-RECOVERY
           MOVE 0 TO WS-EXCESS
           IF WS-RECOVERY > WS-STILL-OWED
               COMPUTE WS-EXCESS = WS-RECOVERY - WS-STILL-OWED
               MOVE WS-STILL-OWED TO WS-RECOVERY
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT WS-RECOVERY FROM ACCT-CURRENT-BAL
           SUBTRACT WS-RECOVERY FROM ACCT-AVAILABLE-BAL
           MOVE WS-RUN-DATE TO ACCT-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT WS-ACCT-OK
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                               ACCT-NUMBER
                               WS-BEFORE-IMAGE
                               WS-AFTER-IMAGE
                               WS-JRNL-RETURN-CODE
           CLOSE ACCOUNT-MASTER

           MOVE WS-RECOVERY TO WS-GL-AMOUNT
           MOVE "20010000" TO WS-GL-DR-ACCT
           MOVE "46020000" TO WS-GL-CR-ACCT
           MOVE SPACES TO WS-GL-DESC
           STRING "DDA RECOVERY " WS-WORK-ACCT
               DELIMITED BY SIZE INTO WS-GL-DESC
           PERFORM CALL-GLPOST

           ADD WS-RECOVERY TO ODA-RECOVERED-TO-DATE
           MOVE WS-RUN-DATE TO ODA-LAST-RECOVERY-DATE
           ADD 1 TO WS-RECOVERIES
           ADD WS-RECOVERY TO WS-TOTAL-RECOVERED
           MOVE WS-RECOVERY TO WS-AMT-DISPLAY
           MOVE "RECOVERY" TO WS-EVENT-TEXT
           PERFORM WRITE-ACTION-LINE
           IF WS-EXCESS > 0
               MOVE WS-EXCESS TO WS-AMT-DISPLAY
               MOVE "EXCESS LEFT FOR REFUND" TO WS-EVENT-TEXT
               PERFORM WRITE-ACTION-LINE
           END-IF
           PERFORM UPDATE-CHEX-BALANCE.

      * the balance owed follows the recoveries; recovered in full,
      * the record goes to ChexSystems as paid - as part of the
      * first report when that has not gone yet
       UPDATE-CHEX-BALANCE.
           MOVE WS-WORK-ACCT TO CHX-ACCT-NUMBER
           READ CHEX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE CHX-BALANCE-OWED =
                   ODA-CHARGED-OFF-AMT - ODA-RECOVERED-TO-DATE
           IF CHX-BALANCE-OWED <= 0
               MOVE 0 TO CHX-BALANCE-OWED
               SET CHX-PAID TO TRUE
               MOVE WS-RUN-DATE TO CHX-PAID-DATE
               IF NOT CHX-SEND-NEW
                   SET CHX-SEND-PAID TO TRUE
               END-IF
               IF ODA-CHARGED-OFF
                   SET ODA-PAID TO TRUE
               END-IF
               ADD 1 TO WS-PAID-IN-FULL
               MOVE 0 TO WS-AMT-DISPLAY
               MOVE "PAID IN FULL" TO WS-EVENT-TEXT
               PERFORM WRITE-ACTION-LINE
               MOVE "OP" TO WS-NQ-EVENT-TYPE
               MOVE ODA-RECOVERED-TO-DATE TO WS-NQ-AMOUNT
               PERFORM NOTIFY-THE-OWNER
           END-IF
           REWRITE CHEX-REPORT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       MARK-CHEX-CLOSED.
           MOVE WS-WORK-ACCT TO CHX-ACCT-NUMBER
           READ CHEX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ODA-CLOSE-DATE TO CHX-CLOSE-DATE
           IF CHX-PAID
               SET ODA-PAID TO TRUE
           END-IF
           REWRITE CHEX-REPORT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * the account and amount go on the notice: the overdrawn
      * balance, the amount charged off, or the amount recovered
       NOTIFY-THE-OWNER.
           MOVE WS-WORK-ACCT TO WS-NQ-ACCT-NUMBER
           MOVE ODA-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-NQ-DELIVER-TO
           STRING CUST-STREET DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-ZIP DELIMITED BY "  "
               INTO WS-NQ-DELIVER-TO
           CALL "NOTIFYCU" USING CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE.

       WRITE-ACTION-LINE.
           MOVE ODA-DAYS-OVERDRAWN TO WS-DAYS-DISPLAY
           MOVE SPACES TO AGING-RPT-LINE
           STRING "ACCT " WS-WORK-ACCT
                  " OWNER " ODA-OWNER-ID
                  " DAYS " WS-DAYS-DISPLAY
                  " " WS-EVENT-TEXT
                  " " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           WRITE AGING-RPT-LINE.

       CALL-GLPOST.
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE
                               WS-GL-DR-ACCT
                               WS-GL-CR-ACCT
                               WS-GL-COST-CENTER
                               WS-GL-AMOUNT
                               WS-GL-DESC
                               WS-GL-RETURN-CODE.

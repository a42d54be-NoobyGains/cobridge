      * to the outbound notice extract for the mail/online channels.
      * Events nobody subscribed to are counted and dropped. The
      * fraud team's large-withdrawal notices go out the same day
      * the withdrawal posts. Customer-level events (a demographic
      * change confirmation) are not subscription matters: they go
      * out on the channel and to the contact the event carries,
      * with the account and amount when the event names them.
      * Anything bound for the mail to a customer whose address is
      * flagged bad by returned mail goes through MAILCHK: it moves
      * to the online/email channel when there is an email on file,
      * otherwise it is held and logged to the hold-mail report.
      * A rate change notice is the Truth-in-Savings advance notice
      * of an adverse change: it goes to the account holder by mail
      * whether subscribed or not, carrying the new rate and the
      * effective date RATEMNT scheduled on the rate table. A mobile
      * deposit item RDCINTK turned back goes to the account holder
      * on the online channel, where the deposit was made, whether
      * subscribed or not.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-OUT ASSIGN TO "NOTCEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT RATE-TABLE ASSIGN TO "RATETABL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "account.cpy".

       FD  NOTICE-OUT.
       01  NOTICE-LINE               PIC X(200).

       FD  RATE-TABLE.
       COPY "rate-table.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NQ-STATUS          PIC X(2).
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-NOTICE-STATUS      PIC X(2).
       01  WS-RATE-STATUS        PIC X(2).
           88  WS-RATE-MISSING       VALUE "35".
       01  WS-HAVE-RATE-TABLE    PIC X(1) VALUE "Y".
           88  WS-RATE-TABLE-UP      VALUE "Y".

       01  WS-EVENTS-READ         PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-WRITTEN     PIC 9(9) COMP VALUE 0.
       01  WS-NOT-SUBSCRIBED      PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-DISPLAY      PIC -Z(10)9.99.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-OUT-CHANNEL         PIC X(1).
       01  WS-OUT-DELIVER-TO      PIC X(80).
       01  WS-LINE-PTR            PIC 9(3) COMP.
       01  WS-RATE-NOTICES        PIC 9(9) COMP VALUE 0.
       01  WS-MOBILE-NOTICES      PIC 9(9) COMP VALUE 0.

      * rate change notice: new rate from basis points, and the
      * pending effective date found on the rate table
       01  WS-TIER-IDX            PIC 9(2) COMP.
       01  WS-RC-BASIS-POINTS     PIC S9(11)V99 COMP-3.
       01  WS-RC-RATE-PCT         PIC 9(3)V9(3).
       01  WS-RC-RATE-DISPLAY     PIC ZZ9.999.
       01  WS-RC-EFFECTIVE-DATE   PIC 9(8).

      * returned-mail routing (MAILCHK) for the mail channel
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "NOTIFGEN".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-ACCT-NUM       PIC X(12).
       01  WS-MAIL-DOCUMENT       PIC X(20).
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT SUBSCRIPTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT NOTICE-OUT
           OPEN INPUT RATE-TABLE
           IF WS-RATE-MISSING
               MOVE "N" TO WS-HAVE-RATE-TABLE
           END-IF

           PERFORM UNTIL WS-NQ-EOF
               READ NOTIFY-QUEUE
           CLOSE SUBSCRIPTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE NOTICE-OUT
           IF WS-RATE-TABLE-UP
               CLOSE RATE-TABLE
           END-IF

           DISPLAY "NOTIFGEN: EVENTS READ     = " WS-EVENTS-READ
           DISPLAY "NOTIFGEN: NOTICES WRITTEN = " WS-NOTICES-WRITTEN
           DISPLAY "NOTIFGEN: NOT SUBSCRIBED  = " WS-NOT-SUBSCRIBED
           DISPLAY "NOTIFGEN: RATE CHANGE     = " WS-RATE-NOTICES
           DISPLAY "NOTIFGEN: MOBILE DEPOSIT  = " WS-MOBILE-NOTICES
           DISPLAY "NOTIFGEN: HELD - BAD ADDR = " WS-NOTICES-HELD

           GOBACK.

       GENERATE-ONE-NOTICE.
           IF NE-CUST-ID NOT = 0
               PERFORM GENERATE-CUSTOMER-NOTICE
               EXIT PARAGRAPH
           END-IF

           MOVE NE-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-SUBSCRIBED
                   EXIT PARAGRAPH
           END-READ
           IF NE-RATE-CHANGE
               PERFORM GENERATE-RATE-CHANGE-NOTICE
               EXIT PARAGRAPH
           END-IF
           IF NE-MOBILE-DEPOSIT-RETURN
               PERFORM GENERATE-MOBILE-DEPOSIT-NOTICE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-OWNER-ID TO NS-CUST-ID
           MOVE NE-EVENT-TYPE TO NS-EVENT-TYPE
               EXIT PARAGRAPH
           END-IF

           MOVE NS-CHANNEL TO WS-OUT-CHANNEL
           IF NS-MAIL OR NS-BOTH
               MOVE NS-CUST-ID TO WS-MAIL-CUST-ID
               MOVE NE-ACCT-NUMBER TO WS-MAIL-ACCT-NUM
               PERFORM CHECK-MAILING-ADDRESS
               EVALUATE TRUE
                   WHEN WS-MAIL-TO-EMAIL
                       MOVE "O" TO WS-OUT-CHANNEL
                   WHEN WS-MAIL-HELD AND NS-BOTH
                       MOVE "O" TO WS-OUT-CHANNEL
                   WHEN WS-MAIL-HELD
                       ADD 1 TO WS-NOTICES-HELD
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE SPACES TO NOTICE-LINE
           MOVE NE-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "CUST=" NS-CUST-ID
                  " CHNL=" WS-OUT-CHANNEL
                  " ACCT=" NE-ACCT-NUMBER
                  " EVENT=" NE-EVENT-TYPE
                  " AMT=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN.

       GENERATE-CUSTOMER-NOTICE.
           MOVE NE-DELIVER-CHANNEL TO WS-OUT-CHANNEL
           MOVE NE-DELIVER-TO TO WS-OUT-DELIVER-TO
           IF NE-DELIVER-MAIL
               MOVE NE-CUST-ID TO WS-MAIL-CUST-ID
               MOVE NE-ACCT-NUMBER TO WS-MAIL-ACCT-NUM
               PERFORM CHECK-MAILING-ADDRESS
               EVALUATE TRUE
                   WHEN WS-MAIL-TO-EMAIL
                       MOVE "E" TO WS-OUT-CHANNEL
                       MOVE WS-MAIL-EMAIL TO WS-OUT-DELIVER-TO
                   WHEN WS-MAIL-HELD
                       ADD 1 TO WS-NOTICES-HELD
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE SPACES TO NOTICE-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "CUST=" NE-CUST-ID
                  " CHNL=" WS-OUT-CHANNEL
               DELIMITED BY SIZE INTO NOTICE-LINE
               WITH POINTER WS-LINE-PTR
           IF NE-ACCT-NUMBER NOT = SPACES
               STRING " ACCT=" NE-ACCT-NUMBER
                   DELIMITED BY SIZE INTO NOTICE-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           STRING " EVENT=" NE-EVENT-TYPE
               DELIMITED BY SIZE INTO NOTICE-LINE
               WITH POINTER WS-LINE-PTR
           IF NE-AMOUNT NOT = 0
               MOVE NE-AMOUNT TO WS-AMOUNT-DISPLAY
               STRING " AMT=" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO NOTICE-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           STRING " AT " NE-EVENT-DATE "/" NE-EVENT-TIME
                  " TO=" WS-OUT-DELIVER-TO
               DELIMITED BY SIZE INTO NOTICE-LINE
               WITH POINTER WS-LINE-PTR
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN.

      * required notice: mail unless returned mail moves it online
       GENERATE-RATE-CHANGE-NOTICE.
           MOVE "M" TO WS-OUT-CHANNEL
           MOVE ACCT-OWNER-ID TO WS-MAIL-CUST-ID
           MOVE NE-ACCT-NUMBER TO WS-MAIL-ACCT-NUM
           PERFORM CHECK-MAILING-ADDRESS
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE "O" TO WS-OUT-CHANNEL
               WHEN WS-MAIL-HELD
                   ADD 1 TO WS-NOTICES-HELD
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM FIND-RATE-EFFECTIVE-DATE
           COMPUTE WS-RC-RATE-PCT = NE-AMOUNT / 100
           MOVE WS-RC-RATE-PCT TO WS-RC-RATE-DISPLAY

           MOVE SPACES TO NOTICE-LINE
           STRING "CUST=" ACCT-OWNER-ID
                  " CHNL=" WS-OUT-CHANNEL
                  " ACCT=" NE-ACCT-NUMBER
                  " EVENT=" NE-EVENT-TYPE
                  " NEW RATE=" WS-RC-RATE-DISPLAY "%"
                  " EFFECTIVE=" WS-RC-EFFECTIVE-DATE
                  " AT " NE-EVENT-DATE "/" NE-EVENT-TIME
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD 1 TO WS-RATE-NOTICES.

      * required notice: back to the depositor in online banking
       GENERATE-MOBILE-DEPOSIT-NOTICE.
           MOVE SPACES TO NOTICE-LINE
           MOVE NE-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "CUST=" ACCT-OWNER-ID
                  " CHNL=O"
                  " ACCT=" NE-ACCT-NUMBER
                  " EVENT=" NE-EVENT-TYPE
                  " AMT=" WS-AMOUNT-DISPLAY
                  " AT " NE-EVENT-DATE "/" NE-EVENT-TIME
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN
           ADD 1 TO WS-MOBILE-NOTICES.

      * the tier of the account's type holding a pending change to
      * the noticed rate; zero when the table cannot say
       FIND-RATE-EFFECTIVE-DATE.
           MOVE 0 TO WS-RC-EFFECTIVE-DATE
           IF NOT WS-RATE-TABLE-UP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 9
               MOVE ACCT-TYPE TO RT-ACCT-TYPE
               MOVE WS-TIER-IDX TO RT-TIER
               READ RATE-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-RC-BASIS-POINTS = RT-NEW-RATE * 10000
                       IF RT-NEW-EFFECTIVE-DATE > 0
                               AND WS-RC-BASIS-POINTS = NE-AMOUNT
                           MOVE RT-NEW-EFFECTIVE-DATE
                               TO WS-RC-EFFECTIVE-DATE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MAILING-ADDRESS.
           MOVE SPACES TO WS-MAIL-DOCUMENT
           STRING "EVENT NOTICE " NE-EVENT-TYPE
               DELIMITED BY SIZE INTO WS-MAIL-DOCUMENT
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                WS-MAIL-ACCT-NUM
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE.

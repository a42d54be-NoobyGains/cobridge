      * a loan that cured since last month is closed off the queue.
      * The consumer loans CLNSERV ages flow through the same
      * buckets in a second pass over the LOAN-SERVICING-FILE, so
      * both books work off one collections queue. The revolving
      * card accounts CCAPOST ages ride the same queue in a third
      * pass over the card account file, keyed by card account.
      * A borrower in bankruptcy (BKRCHK: the stay in effect, or
      * the debt discharged) is not worked at all: any queue row
      * the loan has is held under the bankruptcy status, so no
      * collector calls while the stay or discharge stands.
      * A borrower on active duty (SCRACHK) is held off the queue
      * the same way under the SCRA status for as long as the
      * service lasts.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO "CARDACCT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CA-CARD-ACCT
               FILE STATUS IS WS-CA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  CARD-ACCOUNT-FILE.
       COPY "card-account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
           88  WS-LSV-OK             VALUE "00".
           88  WS-LSV-EOF            VALUE "10".
           88  WS-LSV-MISSING        VALUE "35".
       01  WS-CA-STATUS          PIC X(2).
           88  WS-CA-EOF             VALUE "10".
           88  WS-CA-MISSING         VALUE "35".

      * desk assignments: the senior desk takes 90+ and any loan
      * over the large-balance line; the floor splits the rest
       01  WS-LOANS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-QUEUE-ASSIGNED      PIC 9(9) COMP VALUE 0.
       01  WS-QUEUE-CURED         PIC 9(9) COMP VALUE 0.
       01  WS-QUEUE-BANKRUPT      PIC 9(9) COMP VALUE 0.
       01  WS-QUEUE-MILITARY      PIC 9(9) COMP VALUE 0.

      * the borrower handed to BKRCHK and SCRACHK: mortgages are
      * known only by SSN, consumer loans by customer id as well
       01  WS-BKR-CUST-ID         PIC 9(10).
       01  WS-BKR-SSN             PIC 9(9).
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-STAY            VALUE "F".
           88  WS-BKR-DISCHARGED      VALUE "D".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       MOVE 0 TO WS-BKR-CUST-ID
                       MOVE MLR-BORR-SSN TO WS-BKR-SSN
                       PERFORM WORK-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE MORTGAGE-MASTER

           PERFORM WORK-CONSUMER-BOOK
           PERFORM WORK-CARD-BOOK

           CLOSE QUEUE-FILE

           DISPLAY "COLLQBLD: LOANS READ     = " WS-LOANS-READ
           DISPLAY "COLLQBLD: QUEUE ASSIGNED = " WS-QUEUE-ASSIGNED
           DISPLAY "COLLQBLD: QUEUE CURED    = " WS-QUEUE-CURED
           DISPLAY "COLLQBLD: BANKRUPTCY     = " WS-QUEUE-BANKRUPT
           DISPLAY "COLLQBLD: SCRA HELD      = " WS-QUEUE-MILITARY

           GOBACK.

               EXIT PARAGRAPH
           END-IF

           CALL "BKRCHK" USING WS-BKR-CUST-ID
                               WS-BKR-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE = 0
                   AND (WS-BKR-STAY OR WS-BKR-DISCHARGED)
               PERFORM HOLD-FOR-BANKRUPTCY
               EXIT PARAGRAPH
           END-IF

           CALL "SCRACHK" USING WS-BKR-CUST-ID
                                WS-BKR-SSN
                                WS-RUN-DATE
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0 AND WS-ON-ACTIVE-DUTY
               PERFORM HOLD-FOR-MILITARY
               EXIT PARAGRAPH
           END-IF

           READ QUEUE-FILE
               INVALID KEY
                   PERFORM ASSIGN-NEW-QUEUE-ROW
           CLOSE LOAN-SERVICING.

       WORK-ONE-CONSUMER-LOAN.
           MOVE LSV-BORROWER-CUST-ID TO WS-BKR-CUST-ID
           MOVE LSV-BORROWER-SSN TO WS-BKR-SSN
           MOVE LSV-LOAN-NUMBER TO MLR-LOAN-NUMBER
           MOVE LSV-DAYS-DELINQUENT TO MLR-DAYS-DELINQUENT
           MOVE LSV-CURRENT-BALANCE TO MLR-CURRENT-BALANCE
           END-IF
           PERFORM WORK-ONE-LOAN.

      * the card accounts the same way: a card account has no
      * charge-off state of its own, and one closed with nothing
      * owing simply cures off the queue
       WORK-CARD-BOOK.
           OPEN INPUT CARD-ACCOUNT-FILE
           IF WS-CA-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CA-EOF
               READ CARD-ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET WS-CA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       PERFORM WORK-ONE-CARD-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CARD-ACCOUNT-FILE.

       WORK-ONE-CARD-ACCOUNT.
           MOVE CA-CUST-ID TO WS-BKR-CUST-ID
           MOVE CA-SSN TO WS-BKR-SSN
           MOVE CA-CARD-ACCT TO MLR-LOAN-NUMBER
           MOVE CA-DAYS-DELINQUENT TO MLR-DAYS-DELINQUENT
           MOVE CA-CURRENT-BAL TO MLR-CURRENT-BALANCE
           MOVE SPACE TO MLR-CHARGEOFF-FLAG
           IF CA-CURRENT-BAL <= 0
               MOVE 0 TO MLR-DAYS-DELINQUENT
           END-IF
           PERFORM WORK-ONE-LOAN.

       CURE-IF-QUEUED.
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLQ-ACTIVE OR CLQ-BANKRUPTCY OR CLQ-MILITARY
                       SET CLQ-CURED TO TRUE
                       REWRITE COLLECTION-QUEUE-RECORD
                           INVALID KEY
                       ADD 1 TO WS-QUEUE-CURED
                   END-IF
           END-READ.

      * a bankrupt borrower's loan comes off the collectors' list; a
      * loan never queued simply is not added
       HOLD-FOR-BANKRUPTCY.
           ADD 1 TO WS-QUEUE-BANKRUPT
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CLQ-BANKRUPTCY
                       SET CLQ-BANKRUPTCY TO TRUE
                       MOVE MLR-CURRENT-BALANCE TO CLQ-BALANCE
                       REWRITE COLLECTION-QUEUE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      * a servicemember's loan is held off the list the same way
      * while the service lasts
       HOLD-FOR-MILITARY.
           ADD 1 TO WS-QUEUE-MILITARY
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CLQ-MILITARY
                       SET CLQ-MILITARY TO TRUE
                       MOVE MLR-CURRENT-BALANCE TO CLQ-BALANCE
                       REWRITE COLLECTION-QUEUE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

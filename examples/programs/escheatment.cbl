      *     through TXNPOST, and the account is closed
      * DORMSWP flags dormancy; this job is what finally moves the
      * money off the books the way state law requires.
      * Returned mail is a loss-of-contact event: an account not yet
      * flagged dormant is still brought under review when its
      * owner's address is flagged bad and there has been no owner
      * activity since the mail came back. The due-diligence notice
      * is never mailed to a flagged address (MAILCHK) - it goes by
      * email through NOTIFYCU, or is held on the hold-mail report.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ESCHEAT-SEQ         PIC 9(6) VALUE 0.
       01  WS-AMOUNT-DISPLAY      PIC -Z(10)9.99.
       01  WS-TXN-RETURN-CODE     PIC 9(2).
       01  WS-LOST-CONTACT        PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-EMAILED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-CONTACT-STATE       PIC X(1).
           88  WS-CONTACT-LOST        VALUE "L".

      * returned-mail routing (MAILCHK) and e-delivery (NOTIFYCU)
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "ESCHEAT".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-ACCT-NUM       PIC X(12) VALUE SPACES.
       01  WS-MAIL-DOCUMENT       PIC X(20)
                                  VALUE "DUE DILIGENCE NOTICE".
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "UP".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "E".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       01  WS-ERR-CODE            PIC 9(4).
       01  WS-ERR-MSG             PIC X(80).
           DISPLAY "ESCHEAT: NOTICES WRITTEN = " WS-NOTICES-WRITTEN
           DISPLAY "ESCHEAT: ESCHEATED       = " WS-ACCOUNTS-ESCHEATED
           DISPLAY "ESCHEAT: FAILED          = " WS-ESCHEAT-FAILURES
           DISPLAY "ESCHEAT: LOST CONTACT    = " WS-LOST-CONTACT
           DISPLAY "ESCHEAT: NOTICES EMAILED = " WS-NOTICES-EMAILED
           DISPLAY "ESCHEAT: HELD - BAD ADDR = " WS-NOTICES-HELD

           IF WS-ESCHEAT-FAILURES > 0
               MOVE 8 TO RETURN-CODE
           GOBACK.

       EXAMINE-ONE-ACCOUNT.
           IF NOT ACCT-OPEN OR ACCT-LAST-TXN-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF ACCT-DORMANT-FLAG NOT = "Y"
               PERFORM CHECK-LOSS-OF-CONTACT
               IF NOT WS-CONTACT-LOST
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOST-CONTACT
           END-IF

           COMPUTE WS-IDLE-DAYS =
                   PERFORM WRITE-DUE-DILIGENCE-NOTICE
           END-EVALUATE.

      * mail returned after the owner's last activity, with the
      * address still flagged bad, means the owner cannot be reached
       CHECK-LOSS-OF-CONTACT.
           MOVE SPACE TO WS-CONTACT-STATE
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-ADDRESS-BAD
                   AND CUST-RETURNED-MAIL-DATE > ACCT-LAST-TXN-DATE
               SET WS-CONTACT-LOST TO TRUE
           END-IF.

       WRITE-DUE-DILIGENCE-NOTICE.
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER
                   EXIT PARAGRAPH
           END-READ

           IF CUST-ADDRESS-BAD
               PERFORM ROUTE-AROUND-BAD-ADDRESS
               IF NOT WS-MAIL-TO-PAPER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO NOTICE-LINE
           MOVE ACCT-CURRENT-BAL TO WS-AMOUNT-DISPLAY
           STRING "DUE DILIGENCE ACCT=" ACCT-NUMBER
                  " " CUST-FIRST-NAME(1:15)
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN.

       ROUTE-AROUND-BAD-ADDRESS.
           MOVE CUST-ID TO WS-MAIL-CUST-ID
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                WS-MAIL-ACCT-NUM
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE WS-MAIL-EMAIL TO WS-NQ-DELIVER-TO
                   MOVE ACCT-NUMBER TO WS-NQ-ACCT-NUMBER
                   MOVE ACCT-CURRENT-BAL TO WS-NQ-AMOUNT
                   CALL "NOTIFYCU" USING WS-MAIL-CUST-ID
                                         WS-NQ-EVENT-TYPE
                                         WS-NQ-ACCT-NUMBER
                                         WS-NQ-AMOUNT
                                         WS-NQ-CHANNEL
                                         WS-NQ-DELIVER-TO
                                         WS-NQ-RETURN-CODE
                   ADD 1 TO WS-NOTICES-EMAILED
               WHEN WS-MAIL-HELD
                   ADD 1 TO WS-NOTICES-HELD
           END-EVALUATE.

       ESCHEAT-ONE-ACCOUNT.
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-MASTER

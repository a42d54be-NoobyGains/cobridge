      * ACCT-PENDING-BAL into ACCT-AVAILABLE-BAL and is marked
      * released. Also prints the customer hold notices - one line
      * per hold placed today (the Reg CC notice) and one per hold
      * released tonight - to the notice print file. An owner
      * whose mail has been coming back is not mailed (MAILCHK): the
      * notice is e-delivered through NOTIFYCU when there is an
      * email on file, otherwise held on the hold-mail report.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HOLDS-RELEASED      PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-WRITTEN     PIC 9(9) COMP VALUE 0.
       01  WS-AMOUNT-DISPLAY      PIC -Z(10)9.99.
       01  WS-NOTICES-EMAILED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.

      * returned-mail routing (MAILCHK) and e-delivery (NOTIFYCU)
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "AVLRELSE".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-DOCUMENT       PIC X(20).
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2).
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "E".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "AVLRELSE: HOLDS READ      = " WS-HOLDS-READ
           DISPLAY "AVLRELSE: HOLDS RELEASED  = " WS-HOLDS-RELEASED
           DISPLAY "AVLRELSE: NOTICES WRITTEN = " WS-NOTICES-WRITTEN
           DISPLAY "AVLRELSE: NOTICES EMAILED = " WS-NOTICES-EMAILED
           DISPLAY "AVLRELSE: HELD - BAD ADDR = " WS-NOTICES-HELD

           GOBACK.

           PERFORM WRITE-RELEASE-NOTICE.

       WRITE-PLACEMENT-NOTICE.
           MOVE "HOLD PLACED NOTICE" TO WS-MAIL-DOCUMENT
           MOVE "HP" TO WS-NQ-EVENT-TYPE
           PERFORM CHECK-MAILING-ADDRESS
           IF NOT WS-MAIL-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTICE-LINE
           MOVE FH-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "HOLD PLACED   ACCT=" FH-ACCT-NUMBER
                  " AMT=" WS-AMOUNT-DISPLAY
           ADD 1 TO WS-NOTICES-WRITTEN.

       WRITE-RELEASE-NOTICE.
           MOVE "HOLD RELEASE NOTICE" TO WS-MAIL-DOCUMENT
           MOVE "HR" TO WS-NQ-EVENT-TYPE
           PERFORM CHECK-MAILING-ADDRESS
           IF NOT WS-MAIL-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTICE-LINE
           MOVE FH-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "HOLD RELEASED ACCT=" FH-ACCT-NUMBER
                  " AMT=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN.

      * returned mail: the notice goes by email instead, or is held
       CHECK-MAILING-ADDRESS.
           MOVE 0 TO WS-MAIL-CUST-ID
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                FH-ACCT-NUMBER
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE WS-MAIL-EMAIL TO WS-NQ-DELIVER-TO
                   MOVE FH-ACCT-NUMBER TO WS-NQ-ACCT-NUMBER
                   MOVE FH-AMOUNT TO WS-NQ-AMOUNT
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

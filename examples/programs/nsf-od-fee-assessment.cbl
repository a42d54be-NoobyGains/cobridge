      * overdraft threshold below which the courtesy is free. Every
      * fee produces the required customer notice line. One policy,
      * applied by machine - no more branch-by-branch discretion.
      * An owner whose mail has been coming back is not mailed the
      * notice (MAILCHK): it is e-delivered through NOTIFYCU when
      * there is an email on file, otherwise held on the hold-mail
      * report.
      * The fee amounts, the daily cap and the de-minimis overdraft
      * are the system parameters OD-FEE-AMOUNT, NSF-FEE-AMOUNT,
      * NSF-MAX-FEES-DAY and OD-DE-MINIMIS in force on the run date
      * (PARMLKUP); the values below stand when the table has none.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * an overdraft this small is forgiven outright
       01  WS-DE-MINIMIS          PIC 9(3)V99 COMP-3 VALUE 10.00.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-OD-FEES-POSTED      PIC 9(9) COMP VALUE 0.
       01  WS-FEE-AMOUNT          PIC 9(3)V99 COMP-3.
       01  WS-OVERDRAWN-BY        PIC S9(11)V99 COMP-3.
       01  WS-AMOUNT-DISPLAY      PIC -Z(9)9.99.
       01  WS-NOTICES-EMAILED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.

      * returned-mail routing (MAILCHK) and e-delivery (NOTIFYCU)
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "NSFFEE".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-DOCUMENT       PIC X(20).
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "NF".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "E".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

      * per-account fee counter for today's cap
       01  WS-CAP-COUNT           PIC 9(3) COMP VALUE 0.
           TXN-FAIL-STOPPED BY FEE-TXN-FAIL-STOPPED
           TXN-FAIL-REGD BY FEE-TXN-FAIL-REGD
           TXN-FAIL-RESTRICTED BY FEE-TXN-FAIL-RESTRICTED
           TXN-FAIL-DUPLICATE BY FEE-TXN-FAIL-DUPLICATE
           TXN-FAIL-OTHER BY FEE-TXN-FAIL-OTHER.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS

           OPEN INPUT TRANSACTION-IN
           OPEN OUTPUT NOTICE-OUT
           DISPLAY "NSFFEE: NSF FEES POSTED = " WS-NSF-FEES-POSTED
           DISPLAY "NSFFEE: CAPPED          = " WS-FEES-CAPPED
           DISPLAY "NSFFEE: WAIVED          = " WS-FEES-WAIVED
           DISPLAY "NSFFEE: NOTICES EMAILED = " WS-NOTICES-EMAILED
           DISPLAY "NSFFEE: HELD - BAD ADDR = " WS-NOTICES-HELD

           GOBACK.

       LOAD-SYSTEM-PARAMETERS.
           MOVE "OD-FEE-AMOUNT" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-OD-FEE-AMOUNT
           END-IF
           MOVE "NSF-FEE-AMOUNT" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-NSF-FEE-AMOUNT
           END-IF
           MOVE "NSF-MAX-FEES-DAY" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10
               MOVE WS-PARM-VALUE TO WS-MAX-FEES-PER-DAY
           END-IF
      * a zero de-minimis is allowed: every overdraft is charged
           MOVE "OD-DE-MINIMIS" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE >= 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-DE-MINIMIS
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

       EXAMINE-ONE-TXN.
           IF TXN-DEPOSIT OR TXN-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF.

       WRITE-FEE-NOTICE.
           PERFORM CHECK-MAILING-ADDRESS
           IF NOT WS-MAIL-TO-PAPER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "ACCT=" TXN-FROM-ACCOUNT
                  " A " WS-FEE-TYPE
                  " WAS CHARGED FOR ITEM " TXN-ID
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE.

      * returned mail: the notice goes by email instead, or is held
       CHECK-MAILING-ADDRESS.
           MOVE 0 TO WS-MAIL-CUST-ID
           MOVE SPACES TO WS-MAIL-DOCUMENT
           STRING WS-FEE-TYPE " FEE NOTICE"
               DELIMITED BY SIZE INTO WS-MAIL-DOCUMENT
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                TXN-FROM-ACCOUNT
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE WS-MAIL-EMAIL TO WS-NQ-DELIVER-TO
                   MOVE TXN-FROM-ACCOUNT TO WS-NQ-ACCT-NUMBER
                   MOVE WS-FEE-AMOUNT TO WS-NQ-AMOUNT
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

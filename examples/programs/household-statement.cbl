      * partway through can restart from CKPT-LAST-KEY instead of
      * reprocessing the whole customer master and reprinting
      * statements already mailed.
      * A customer whose address is flagged bad by returned mail is
      * not mailed: MAILCHK switches the statement to e-delivery
      * when there is an email on file, or holds it, and logs it to
      * the hold-mail report either way.
      * An account paid interest in the cycle prints the interest
      * and the Truth-in-Savings APY Earned under its average
      * balance, both from the ADB accumulator.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-DLV-PAPER           VALUE "P".
           88  WS-DLV-ELECTRONIC      VALUE "E".
           88  WS-DLV-BOTH            VALUE "B".
           88  WS-DLV-HELD            VALUE "H".
       01  WS-ESTMTS-WRITTEN      PIC 9(9) COMP VALUE 0.

      * returned-mail routing (MAILCHK) for the paper copy
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "STMTGEN".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-ACCT-NUM       PIC X(12) VALUE SPACES.
       01  WS-MAIL-DOCUMENT       PIC X(20)
                                  VALUE "HOUSEHOLD STATEMENT".
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-STMTS-HELD          PIC 9(9) COMP VALUE 0.

      * cycle average/low balance lines from the ADBACCUM file; the
      * section is simply omitted when the file is not mounted
       01  WS-ADB-STATUS          PIC X(2).
       01  WS-AVG-BALANCE         PIC S9(13)V99 COMP-3.
       01  WS-DISPLAY-AVG         PIC -(11)9.99.
       01  WS-DISPLAY-LOW         PIC -(11)9.99.
      * APY Earned = 100 * ((1 + interest / ADB) ** (365 / days) - 1)
       01  WS-APY-EARNED          PIC S9(3)V99 COMP-3.
       01  WS-DISPLAY-INT-PAID    PIC -(8)9.99.
       01  WS-DISPLAY-APY         PIC -ZZ9.99.
       01  WS-CKPT-INTERVAL       PIC 9(5) COMP VALUE 100.
       01  WS-SINCE-LAST-CKPT     PIC 9(5) COMP VALUE 0.

               WS-CUSTOMERS-PROCESSED
           DISPLAY "STMTGEN: E-STATEMENTS INDEXED = "
               WS-ESTMTS-WRITTEN
           DISPLAY "STMTGEN: HELD - BAD ADDRESS  = "
               WS-STMTS-HELD
           IF WS-CYCLE-FILTER > 0
               DISPLAY "STMTGEN: CYCLE PRINTED       = "
                   WS-CYCLE-FILTER
           END-IF

           PERFORM RESOLVE-DELIVERY-METHOD
           IF CUST-ADDRESS-BAD AND (WS-DLV-PAPER OR WS-DLV-BOTH)
               PERFORM ROUTE-AROUND-BAD-ADDRESS
           END-IF
           IF WS-DLV-HELD
               ADD 1 TO WS-STMTS-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-DLV-ELECTRONIC OR WS-DLV-BOTH
               PERFORM WRITE-ESTMT-INDEX-ROW
           END-IF
           END-IF
           MOVE DP-METHOD TO WS-DELIVERY.

      * returned mail: never print to the flagged address - the
      * statement goes to the portal instead, or is held
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
                   SET WS-DLV-ELECTRONIC TO TRUE
               WHEN WS-MAIL-HELD
                   SET WS-DLV-HELD TO TRUE
           END-EVALUATE.

       WRITE-ESTMT-INDEX-ROW.
           MOVE CUST-ID TO EIX-CUST-ID
           MOVE WS-RUN-DATE TO EIX-STMT-DATE
                  " (" ADB-DAY-COUNT " DAYS)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM PRINT-APY-EARNED-LINE.

       PRINT-APY-EARNED-LINE.
           IF ADB-CYCLE-INT-PAID NOT > 0 OR WS-AVG-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APY-EARNED ROUNDED =
                   100 * ((1 + ADB-CYCLE-INT-PAID / WS-AVG-BALANCE)
                          ** (365 / ADB-DAY-COUNT) - 1)
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE ADB-CYCLE-INT-PAID TO WS-DISPLAY-INT-PAID
           MOVE WS-APY-EARNED TO WS-DISPLAY-APY
           MOVE SPACES TO STATEMENT-LINE
           STRING "    INTEREST PAID=" WS-DISPLAY-INT-PAID
                  " APY EARNED=" WS-DISPLAY-APY "%"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-DETAIL-COUNT.

      * transactions print in TXN-EFFECTIVE-DATE order rather than

      * proving the notice went out within the regulatory window.
      * A reason row with no matching application is an error the
      * run surfaces, never silently drops.
      * An applicant who is already a customer, applying from the
      * same address the customer master has flagged bad for
      * returned mail, is not mailed (MAILCHK): the notice goes by
      * email through NOTIFYCU when there is one on file, otherwise
      * it is held on the hold-mail report and the log row says so.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-LOG ASSIGN TO "AALOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-LOG.
       01  NOTICE-LOG-LINE           PIC X(100).

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSN-STATUS         PIC X(2).
           88  WS-RSN-EOF            VALUE "10".
       01  WS-REASON-IDX          PIC 9 COMP.
       01  WS-REASON-TEXT         PIC X(40).

      * the applicant's customer record, found by SSN, and the
      * returned-mail routing (MAILCHK) and e-delivery (NOTIFYCU)
       01  WS-CUST-FILE-STATUS    PIC X(2).
           88  WS-CUST-EOF            VALUE "10".
           88  WS-CUST-MISSING        VALUE "35".
       01  WS-HAVE-CUST-FILE      PIC X(1) VALUE "Y".
           88  WS-CUST-FILE-UP        VALUE "Y".
       01  WS-APPLICANT-MATCH     PIC X(1).
           88  WS-APPLICANT-FOUND     VALUE "Y".
       01  WS-APPL-SSN            PIC X(11).
       01  WS-NOTICES-EMAILED     PIC 9(9) COMP VALUE 0.
       01  WS-NOTICES-HELD        PIC 9(9) COMP VALUE 0.
       01  WS-MAIL-PROGRAM        PIC X(8) VALUE "ADVNOTC".
       01  WS-MAIL-CUST-ID        PIC 9(10).
       01  WS-MAIL-ACCT-NUM       PIC X(12) VALUE SPACES.
       01  WS-MAIL-DOCUMENT       PIC X(20)
                                  VALUE "ADVERSE ACTION".
       01  WS-MAIL-ROUTE          PIC X(1).
           88  WS-MAIL-TO-PAPER       VALUE "P".
           88  WS-MAIL-TO-EMAIL       VALUE "E".
           88  WS-MAIL-HELD           VALUE "H".
       01  WS-MAIL-EMAIL          PIC X(50).
       01  WS-MAIL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "AA".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1) VALUE "E".
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN OUTPUT LETTER-OUT
           OPEN OUTPUT NOTICE-LOG
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-MISSING
               MOVE "N" TO WS-HAVE-CUST-FILE
           END-IF

           PERFORM UNTIL WS-RSN-EOF
               READ REASON-IN
           CLOSE REASON-IN
           CLOSE LETTER-OUT
           CLOSE NOTICE-LOG
           IF WS-CUST-FILE-UP
               CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY "ADVNOTC: REASONS READ    = " WS-REASONS-READ
           DISPLAY "ADVNOTC: NOTICES WRITTEN = " WS-NOTICES-WRITTEN
           DISPLAY "ADVNOTC: UNMATCHED       = " WS-UNMATCHED
           DISPLAY "ADVNOTC: NOTICES EMAILED = " WS-NOTICES-EMAILED
           DISPLAY "ADVNOTC: HELD - BAD ADDR = " WS-NOTICES-HELD

           IF WS-UNMATCHED > 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MAILING-ADDRESS
           MOVE SPACES TO NOTICE-LOG-LINE
           EVALUATE TRUE
               WHEN WS-MAIL-HELD
                   ADD 1 TO WS-NOTICES-HELD
                   STRING "APPL=" AAR-APPLICATION-ID
                          " DECISION=" AAR-DECISION
                          " DECIDED=" AAR-DECISION-DATE
                          " NOTICE HELD - ADDRESS RETURNED"
                       DELIMITED BY SIZE INTO NOTICE-LOG-LINE
               WHEN WS-MAIL-TO-EMAIL
                   MOVE WS-MAIL-EMAIL TO WS-NQ-DELIVER-TO
                   CALL "NOTIFYCU" USING WS-MAIL-CUST-ID
                                         WS-NQ-EVENT-TYPE
                                         WS-NQ-ACCT-NUMBER
                                         WS-NQ-AMOUNT
                                         WS-NQ-CHANNEL
                                         WS-NQ-DELIVER-TO
                                         WS-NQ-RETURN-CODE
                   ADD 1 TO WS-NOTICES-EMAILED
                   STRING "APPL=" AAR-APPLICATION-ID
                          " DECISION=" AAR-DECISION
                          " DECIDED=" AAR-DECISION-DATE
                          " NOTICE EMAILED=" WS-RUN-DATE
                       DELIMITED BY SIZE INTO NOTICE-LOG-LINE
               WHEN OTHER
                   PERFORM WRITE-LETTER-BLOCK
                   ADD 1 TO WS-NOTICES-WRITTEN
                   STRING "APPL=" AAR-APPLICATION-ID
                          " DECISION=" AAR-DECISION
                          " DECIDED=" AAR-DECISION-DATE
                          " NOTICE SENT=" WS-RUN-DATE
                       DELIMITED BY SIZE INTO NOTICE-LOG-LINE
           END-EVALUATE
           WRITE NOTICE-LOG-LINE.

      * only an applicant mailing from the very address the customer
      * master has flagged bad is rerouted; a new address on the
      * application is the applicant's own correction and is used
       CHECK-MAILING-ADDRESS.
           SET WS-MAIL-TO-PAPER TO TRUE
           PERFORM FIND-APPLICANT-CUSTOMER
           IF NOT WS-APPLICANT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF LA-APPL-STREET(1) NOT = CUST-STREET
                   OR LA-APPL-ZIP(1) NOT = CUST-ZIP(1:5)
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ID TO WS-MAIL-CUST-ID
           CALL "MAILCHK" USING WS-MAIL-PROGRAM
                                WS-MAIL-CUST-ID
                                WS-MAIL-ACCT-NUM
                                WS-MAIL-DOCUMENT
                                WS-MAIL-ROUTE
                                WS-MAIL-EMAIL
                                WS-MAIL-RETURN-CODE.

      * the customer master is keyed by customer id, not SSN, so the
      * applicant is found by a pass over it - declines are few
       FIND-APPLICANT-CUSTOMER.
           MOVE "N" TO WS-APPLICANT-MATCH
           IF NOT WS-CUST-FILE-UP
               EXIT PARAGRAPH
           END-IF
           STRING LA-APPL-SSN(1)(1:3) "-"
                  LA-APPL-SSN(1)(4:2) "-"
                  LA-APPL-SSN(1)(6:4)
               DELIMITED BY SIZE INTO WS-APPL-SSN
           MOVE 0 TO CUST-ID
           MOVE "00" TO WS-CUST-FILE-STATUS
           START CUSTOMER-MASTER KEY >= CUST-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-CUST-EOF OR WS-APPLICANT-FOUND
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-SSN = WS-APPL-SSN
                           SET WS-APPLICANT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-LETTER-BLOCK.
           STRING "NOTICE OF ADVERSE ACTION  APPL="
                  AAR-APPLICATION-ID

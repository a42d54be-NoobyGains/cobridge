      * STANDPST to post when the master returns, and writes the
      * ISOSTDIN checkpoint row so CKPTMON shows when the switch
      * entered and left stand-in.
      *
      * An authorization that clears the card and limit checks is
      * scored against the fraud team's FRAUDRUL rule table
      * (merchant country, first foreign use, MCC, amount against
      * the card's average, minutes since last use, a small test
      * approval just before a card-not-present item). At the
      * decline band it declines 59; at the review band it is
      * approved and a CFRDCASE callback case is opened. The score
      * and the ids of the rules that fired go on the log line.
      *
      * The stand-in cap and the new-card default limits are system
      * parameters in force on the business date (PARMLKUP), kept
      * in dollars there: ISO-STANDIN-CAP, ISO-DFLT-ATM-LIM,
      * ISO-DFLT-POS-LIM and the count cap ISO-DFLT-TXN-CAP. The
      * values below stand when the table has none.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CL-PAN
               FILE STATUS IS WS-CL-STATUS.
           SELECT FRAUD-RULE-FILE ASSIGN TO "FRAUDRUL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FR-RULE-ID
               FILE STATUS IS WS-FR-STATUS.
           SELECT FRAUD-CASE-FILE ASSIGN TO "CFRDCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFC-KEY
               FILE STATUS IS WS-CFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-LIMITS-FILE.
       COPY "card-limits.cpy".

       FD  FRAUD-RULE-FILE.
       COPY "fraud-rule.cpy".

       FD  FRAUD-CASE-FILE.
       COPY "card-fraud-case.cpy".

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS          PIC X(2).
           88  WS-IN-EOF             VALUE "10".
       01  WS-PROC-PREFIX        PIC 9(2).
       01  WS-MSGS-LIMIT-DECLINED PIC 9(9) COMP VALUE 0.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

      * fraud rule scoring: the active rules load into the table at
      * start, the BAND row (when there is one) replacing the
      * default bands. No rule file leaves scoring off.
       01  WS-FR-STATUS          PIC X(2).
           88  WS-FR-OK              VALUE "00".
           88  WS-FR-EOF             VALUE "10".
       01  WS-CFC-STATUS         PIC X(2).
           88  WS-CFC-NOT-FOUND      VALUE "23", "35".
       01  WS-FRAUD-RULE-COUNT   PIC 9(3) COMP VALUE 0.
       01  WS-FRAUD-RULE-TABLE.
           05  WS-FRT-ENTRY          OCCURS 100 TIMES.
               10  WS-FRT-ID             PIC X(4).
               10  WS-FRT-TYPE           PIC X(1).
               10  WS-FRT-POINTS         PIC 9(3).
               10  WS-FRT-CNP-ONLY       PIC X(1).
               10  WS-FRT-COUNTRY        PIC 9(3).
               10  WS-FRT-MCC-LOW        PIC 9(4).
               10  WS-FRT-MCC-HIGH       PIC 9(4).
               10  WS-FRT-MULTIPLE       PIC 9(3)V9.
               10  WS-FRT-FLOOR-CENTS    PIC 9(12).
               10  WS-FRT-MINUTES        PIC 9(5).
       01  WS-FRT-IDX            PIC 9(3) COMP.
       01  WS-FRAUD-DECLINE-AT   PIC 9(3) VALUE 80.
       01  WS-FRAUD-REVIEW-AT    PIC 9(3) VALUE 40.
       01  WS-HOME-COUNTRY       PIC 9(3) VALUE 840.
       01  WS-FRAUD-SCORE        PIC 9(3).
       01  WS-FRAUD-SCORED       PIC X(1).
           88  WS-WAS-SCORED         VALUE "Y".
       01  WS-FRAUD-VERDICT      PIC X(1).
           88  WS-FRAUD-DECLINE      VALUE "D".
           88  WS-FRAUD-REVIEW       VALUE "R".
       01  WS-RULE-FIRED         PIC X(1).
           88  WS-RULE-HIT           VALUE "Y".
       01  WS-FIRED-COUNT        PIC 9(2) COMP.
       01  WS-FIRED-LIST.
           05  WS-FIRED-ID           OCCURS 8 TIMES PIC X(5).
      * what the rules test: the merchant's country (terminal, else
      * acquirer), whether the card was present, minutes since the
      * card's last approval and its average approval
       01  WS-MERCHANT-COUNTRY   PIC 9(3).
       01  WS-ENTRY-PREFIX       PIC 9(2).
       01  WS-CARD-PRESENCE      PIC X(1).
           88  WS-CARD-NOT-PRESENT   VALUE "N".
       01  WS-MINUTES-SINCE-USE  PIC S9(9) COMP-3.
       01  WS-TIME-OF-DAY.
           05  WS-TIME-HH            PIC 9(2).
           05  WS-TIME-MM            PIC 9(2).
           05  WS-TIME-SS            PIC 9(2).
       01  WS-TXN-MINUTE         PIC 9(4).
       01  WS-LAST-MINUTE        PIC 9(4).
       01  WS-AVERAGE-CENTS      PIC 9(12).
       01  WS-DISPLAY-SCORE      PIC ZZ9.
       01  WS-LOG-PTR            PIC 9(3) COMP.
       01  WS-MSGS-FRAUD-DECLINED PIC 9(9) COMP VALUE 0.
       01  WS-FRAUD-CASES-OPENED PIC 9(9) COMP VALUE 0.

      * same-day accumulators roll on the BANKCAL business date
       01  WS-BUSINESS-DATE      PIC 9(8).
       01  WS-CAL-FUNCTION       PIC X(1).
           IF WS-CAL-RETURN-CODE = 0
               MOVE WS-CAL-RESULT-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM LOAD-SYSTEM-PARAMETERS

           OPEN INPUT ISO-MSG-IN
           OPEN OUTPUT ISO-MSG-OUT
               OPEN I-O CARD-LIMITS-FILE
           END-IF

           PERFORM LOAD-FRAUD-RULES
           OPEN I-O FRAUD-CASE-FILE
           IF WS-CFC-NOT-FOUND
               OPEN OUTPUT FRAUD-CASE-FILE
               CLOSE FRAUD-CASE-FILE
               OPEN I-O FRAUD-CASE-FILE
           END-IF

           PERFORM UNTIL WS-IN-EOF
               READ ISO-MSG-IN
                   AT END
           CLOSE FINANCIAL-LOG
           CLOSE REVERSAL-LOG
           CLOSE CARD-LIMITS-FILE
           CLOSE FRAUD-CASE-FILE
           IF WS-STANDIN-MODE
               IF WS-SHADOW-UP
                   CLOSE SHADOW-FILE
           DISPLAY "ISOSWTCH: CARD DECLINES = "
               WS-MSGS-CARD-DECLINED
           DISPLAY "ISOSWTCH: NSF DECLINES = " WS-MSGS-NSF-DECLINED
           DISPLAY "ISOSWTCH: FRAUD RULES LOADED = "
               WS-FRAUD-RULE-COUNT
           DISPLAY "ISOSWTCH: FRAUD DECLINES = "
               WS-MSGS-FRAUD-DECLINED
           DISPLAY "ISOSWTCH: FRAUD CALLBACK CASES = "
               WS-FRAUD-CASES-OPENED
           IF WS-STANDIN-MODE
               DISPLAY "ISOSWTCH: STAND-IN APPROVALS STORED = "
                   WS-MSGS-STANDIN

           GOBACK.

      * the dollar parameters go to cents for the message amounts
       LOAD-SYSTEM-PARAMETERS.
           MOVE "ISO-STANDIN-CAP" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000000
               COMPUTE WS-STANDIN-CAP-CENTS = WS-PARM-VALUE * 100
           END-IF
           MOVE "ISO-DFLT-ATM-LIM" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000000
               COMPUTE WS-DEFAULT-ATM-CENTS = WS-PARM-VALUE * 100
           END-IF
           MOVE "ISO-DFLT-POS-LIM" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000000
               COMPUTE WS-DEFAULT-POS-CENTS = WS-PARM-VALUE * 100
           END-IF
           MOVE "ISO-DFLT-TXN-CAP" TO WS-PARM-ID
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-DEFAULT-COUNT-CAP
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-BUSINESS-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

       ROUTE-ONE-MESSAGE.
           MOVE "N" TO WS-FRAUD-SCORED
           EVALUATE TRUE
               WHEN ISO-AUTH-REQUEST
                   MOVE 0110 TO ISO-MSG-TYPE
           IF WS-OVER-LIMIT
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-FRAUD-RULES
           IF WS-FRAUD-DECLINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AVAILABLE-FUNDS
           IF WS-NO-FUNDS
               EXIT PARAGRAPH
               MOVE ISO-SYSTEM-TRACE TO ISO-APPROVAL-CODE
               ADD 1 TO WS-MSGS-APPROVED
               PERFORM UPDATE-CARD-ACCUMULATORS
               IF WS-FRAUD-REVIEW
                   PERFORM OPEN-FRAUD-CALLBACK-CASE
               END-IF
               IF WS-STANDIN-MODE
                   PERFORM STORE-STANDIN-APPROVAL
               END-IF
               ADD ISO-TXN-AMOUNT TO CL-POS-USED-CENTS
           END-IF
           ADD 1 TO CL-TXN-COUNT
           MOVE WS-BUSINESS-DATE TO CL-LAST-USE-DATE
           MOVE ISO-LOCAL-TXN-TIME TO CL-LAST-USE-TIME
           MOVE ISO-TXN-AMOUNT TO CL-LAST-AMOUNT-CENTS
           IF CL-HIST-COUNT < 9999999
               ADD 1 TO CL-HIST-COUNT
               ADD ISO-TXN-AMOUNT TO CL-HIST-TOTAL-CENTS
           END-IF
           IF WS-MERCHANT-COUNTRY NOT = WS-HOME-COUNTRY
               MOVE "Y" TO CL-FOREIGN-USED
           END-IF
           REWRITE CARD-LIMITS-RECORD
               INVALID KEY
                   CONTINUE
                                WS-NQ-AMOUNT
                                WS-NQ-RETURN-CODE.

      * a scored authorization carries its score and the rules that
      * fired on the same line, for tuning the rule table
       LOG-EXCHANGE.
           MOVE ISO-MSG-TYPE TO WS-DISPLAY-MSG-TYPE
           MOVE ISO-TXN-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO SWITCH-LOG-LINE
           MOVE 1 TO WS-LOG-PTR
           STRING "STAN=" ISO-SYSTEM-TRACE
                  " TYPE=" WS-DISPLAY-MSG-TYPE
                  " AMT=" WS-DISPLAY-AMOUNT
                  " RC=" ISO-RESPONSE-CODE
                  " APPRCD=" ISO-APPROVAL-CODE
               DELIMITED BY SIZE INTO SWITCH-LOG-LINE
               WITH POINTER WS-LOG-PTR
           IF WS-WAS-SCORED
               MOVE WS-FRAUD-SCORE TO WS-DISPLAY-SCORE
               STRING " SCORE=" WS-DISPLAY-SCORE
                      " RULES=" WS-FIRED-LIST
                   DELIMITED BY SIZE INTO SWITCH-LOG-LINE
                   WITH POINTER WS-LOG-PTR
           END-IF
           WRITE SWITCH-LOG-LINE.

      * the active rules into the table; the BAND row sets the
      * decline and review bands rather than a test
       LOAD-FRAUD-RULES.
           MOVE 0 TO WS-FRAUD-RULE-COUNT
           OPEN INPUT FRAUD-RULE-FILE
           IF NOT WS-FR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FR-RULE-ID
           START FRAUD-RULE-FILE KEY IS >= FR-RULE-ID
               INVALID KEY
                   SET WS-FR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FR-EOF
               READ FRAUD-RULE-FILE NEXT
                   AT END
                       SET WS-FR-EOF TO TRUE
                   NOT AT END
                       PERFORM TABLE-ONE-FRAUD-RULE
               END-READ
           END-PERFORM
           CLOSE FRAUD-RULE-FILE.

       TABLE-ONE-FRAUD-RULE.
           IF NOT FR-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF FR-SCORE-BANDS
               IF FR-DECLINE-AT > 0
                   MOVE FR-DECLINE-AT TO WS-FRAUD-DECLINE-AT
               END-IF
               IF FR-REVIEW-AT > 0
                   MOVE FR-REVIEW-AT TO WS-FRAUD-REVIEW-AT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FRAUD-RULE-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FRAUD-RULE-COUNT
           MOVE WS-FRAUD-RULE-COUNT TO WS-FRT-IDX
           MOVE FR-RULE-ID TO WS-FRT-ID(WS-FRT-IDX)
           MOVE FR-RULE-TYPE TO WS-FRT-TYPE(WS-FRT-IDX)
           MOVE FR-POINTS TO WS-FRT-POINTS(WS-FRT-IDX)
           MOVE FR-CNP-ONLY TO WS-FRT-CNP-ONLY(WS-FRT-IDX)
           MOVE FR-COUNTRY TO WS-FRT-COUNTRY(WS-FRT-IDX)
           MOVE FR-MCC-LOW TO WS-FRT-MCC-LOW(WS-FRT-IDX)
           MOVE FR-MCC-HIGH TO WS-FRT-MCC-HIGH(WS-FRT-IDX)
           MOVE FR-AMOUNT-MULTIPLE TO WS-FRT-MULTIPLE(WS-FRT-IDX)
           MOVE FR-AMOUNT-FLOOR-CENTS
               TO WS-FRT-FLOOR-CENTS(WS-FRT-IDX)
           MOVE FR-MINUTES TO WS-FRT-MINUTES(WS-FRT-IDX).

      * the facts the rules test are worked out once per message;
      * the merchant country is also what UPDATE-CARD-ACCUMULATORS
      * records as foreign use. POS entry mode 01 (keyed), 10
      * (credential on file) or 81 (e-commerce), or a mail/phone
      * (08) or e-commerce (59) POS condition, is card-not-present.
       SCORE-FRAUD-RULES.
           MOVE 0 TO WS-FRAUD-SCORE
           MOVE 0 TO WS-FIRED-COUNT
           MOVE SPACES TO WS-FIRED-LIST
           MOVE "N" TO WS-FRAUD-VERDICT

           MOVE ISO-TERM-COUNTRY TO WS-MERCHANT-COUNTRY
           IF WS-MERCHANT-COUNTRY = 0
               MOVE ISO-ACQUIRING-COUNTRY TO WS-MERCHANT-COUNTRY
           END-IF
           IF WS-MERCHANT-COUNTRY = 0
               MOVE WS-HOME-COUNTRY TO WS-MERCHANT-COUNTRY
           END-IF

           IF WS-FRAUD-RULE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FRAUD-SCORED

           MOVE "P" TO WS-CARD-PRESENCE
           COMPUTE WS-ENTRY-PREFIX = ISO-POS-ENTRY-MODE / 10
           IF WS-ENTRY-PREFIX = 01 OR 10 OR 81
                   OR ISO-POS-CONDITION = "08" OR "59"
               SET WS-CARD-NOT-PRESENT TO TRUE
           END-IF

           IF CL-LAST-USE-DATE = 0
               MOVE 9999999 TO WS-MINUTES-SINCE-USE
           ELSE
               MOVE ISO-LOCAL-TXN-TIME TO WS-TIME-OF-DAY
               COMPUTE WS-TXN-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM
               MOVE CL-LAST-USE-TIME TO WS-TIME-OF-DAY
               COMPUTE WS-LAST-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM
               COMPUTE WS-MINUTES-SINCE-USE =
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                  - FUNCTION INTEGER-OF-DATE(CL-LAST-USE-DATE))
                  * 1440 + WS-TXN-MINUTE - WS-LAST-MINUTE
               IF WS-MINUTES-SINCE-USE < 0
                   MOVE 0 TO WS-MINUTES-SINCE-USE
               END-IF
           END-IF

           MOVE 0 TO WS-AVERAGE-CENTS
           IF CL-HIST-COUNT > 0
               COMPUTE WS-AVERAGE-CENTS =
                   CL-HIST-TOTAL-CENTS / CL-HIST-COUNT
           END-IF

           PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                   UNTIL WS-FRT-IDX > WS-FRAUD-RULE-COUNT
               PERFORM TEST-ONE-FRAUD-RULE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FRAUD-SCORE >= WS-FRAUD-DECLINE-AT
                   SET WS-FRAUD-DECLINE TO TRUE
                   MOVE "59" TO ISO-RESPONSE-CODE
                   MOVE SPACES TO ISO-APPROVAL-CODE
                   ADD 1 TO WS-MSGS-DECLINED
                   ADD 1 TO WS-MSGS-FRAUD-DECLINED
               WHEN WS-FRAUD-SCORE >= WS-FRAUD-REVIEW-AT
                   SET WS-FRAUD-REVIEW TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TEST-ONE-FRAUD-RULE.
           MOVE "N" TO WS-RULE-FIRED
           IF WS-FRT-CNP-ONLY(WS-FRT-IDX) = "Y"
                   AND NOT WS-CARD-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FRT-TYPE(WS-FRT-IDX)
               WHEN "C"
                   IF WS-MERCHANT-COUNTRY
                           = WS-FRT-COUNTRY(WS-FRT-IDX)
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN "F"
                   IF WS-MERCHANT-COUNTRY NOT = WS-HOME-COUNTRY
                           AND CL-FOREIGN-USED NOT = "Y"
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN "M"
                   IF ISO-MCC >= WS-FRT-MCC-LOW(WS-FRT-IDX)
                           AND ISO-MCC <= WS-FRT-MCC-HIGH(WS-FRT-IDX)
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN "A"
                   IF CL-HIST-COUNT > 0
                           AND ISO-TXN-AMOUNT
                               >= WS-FRT-FLOOR-CENTS(WS-FRT-IDX)
                           AND ISO-TXN-AMOUNT > WS-AVERAGE-CENTS
                               * WS-FRT-MULTIPLE(WS-FRT-IDX)
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN "V"
                   IF WS-MINUTES-SINCE-USE
                           < WS-FRT-MINUTES(WS-FRT-IDX)
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN "T"
                   IF WS-MINUTES-SINCE-USE
                           < WS-FRT-MINUTES(WS-FRT-IDX)
                           AND CL-LAST-AMOUNT-CENTS
                               <= WS-FRT-FLOOR-CENTS(WS-FRT-IDX)
                       SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-RULE-HIT
               EXIT PARAGRAPH
           END-IF
           ADD WS-FRT-POINTS(WS-FRT-IDX) TO WS-FRAUD-SCORE
               ON SIZE ERROR
                   MOVE 999 TO WS-FRAUD-SCORE
           END-ADD
           IF WS-FIRED-COUNT < 8
               ADD 1 TO WS-FIRED-COUNT
               MOVE WS-FRT-ID(WS-FRT-IDX)
                   TO WS-FIRED-ID(WS-FIRED-COUNT)
           END-IF.

      * an approval in the review band goes to the fraud desk for a
      * cardholder callback; a resent message finds its case there
       OPEN-FRAUD-CALLBACK-CASE.
           INITIALIZE CARD-FRAUD-CASE-RECORD
           MOVE ISO-PAN TO CFC-PAN
           MOVE WS-BUSINESS-DATE TO CFC-OPEN-DATE
           MOVE ISO-SYSTEM-TRACE TO CFC-STAN
           SET CFC-OPEN TO TRUE
           MOVE ISO-LOCAL-TXN-TIME TO CFC-OPEN-TIME
           MOVE WS-FRAUD-SCORE TO CFC-SCORE
           MOVE WS-FIRED-LIST TO CFC-RULES-FIRED
           MOVE ISO-TXN-AMOUNT TO CFC-AMOUNT-CENTS
           MOVE ISO-MCC TO CFC-MCC
           MOVE WS-MERCHANT-COUNTRY TO CFC-COUNTRY
           MOVE WS-CARD-PRESENCE TO CFC-CARD-PRESENT
           MOVE ISO-CARD-ACCEPTOR-NAME TO CFC-MERCHANT-NAME
           MOVE ISO-RETRIEVAL-REF TO CFC-RETRIEVAL-REF
           MOVE WS-AUTH-ACCOUNT TO CFC-ACCT-NUMBER
           IF WS-CARD-MASTER-UP
               MOVE CM-CUST-ID TO CFC-CUST-ID
           END-IF
           WRITE CARD-FRAUD-CASE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FRAUD-CASES-OPENED
           END-WRITE.

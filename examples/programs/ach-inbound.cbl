      * addenda row - parks the entry on the compliance suspense
      * queue instead of the account, for the compliance desk to
      * release or return through the ACHSUSPD screen.
      *
      * A federal benefit credit (a Treasury-originated batch) to an
      * account carrying an owner's date of death, effective after
      * that date, is parked on the same queue for reclamation
      * rather than credited to the estate.
      *
      * A debit to a business account enrolled in the ACH debit
      * block / filter service (ACHFILTR) posts only when the
      * account's filter authorizes the originating company, SEC
      * code and amount; anything else - every debit, on a
      * block-all account - goes on the ACHFLTEX exception queue
      * for the customer's pay/return decision (ACHFLTDC) and the
      * customer is told. ACHFLTRT posts or returns it R29. A
      * filtered debit whose exception row cannot be written is
      * parked on the compliance suspense queue instead (reason FX),
      * logged to ERRLOG, and the run ends RC=8.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS ASP-TRACE-NO
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT ACH-FILTER-FILE ASSIGN TO "ACHFILTR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AFL-KEY
               FILE STATUS IS WS-AFL-FILE-STATUS.
           SELECT ACH-EXCEPTION-FILE ASSIGN TO "ACHFLTEX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AEX-TRACE-NO
               FILE STATUS IS WS-AEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-SUSPENSE-FILE.
       COPY "ach-suspense.cpy".

       FD  ACH-FILTER-FILE.
       COPY "ach-filter.cpy".

       FD  ACH-EXCEPTION-FILE.
       COPY "ach-debit-exception.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACH-STATUS         PIC X(2).
           88  WS-ACH-OK             VALUE "00".
       01  WS-SUSPEND-REASON     PIC X(2).
       01  WS-SCRN-RETURN-CODE   PIC 9(2).
       01  WS-ENTRIES-SUSPENDED  PIC 9(9) COMP VALUE 0.

      * ACH debit block / filter: the filter file is absent until
      * the first business account enrolls
       01  WS-AFL-FILE-STATUS    PIC X(2).
           88  WS-AFL-OK             VALUE "00".
           88  WS-AFL-MISSING        VALUE "35".
       01  WS-AEX-FILE-STATUS    PIC X(2).
           88  WS-AEX-NOT-FOUND      VALUE "23", "35".
       01  WS-HAVE-FILTER-FILE   PIC X(1) VALUE "Y".
           88  WS-FILTER-FILE-UP     VALUE "Y".
       01  WS-FILTER-RESULT      PIC X(1).
           88  WS-DEBIT-AUTHORIZED   VALUE "Y".
       01  WS-FILTER-REASON      PIC X(1).
       01  WS-DECIDE-FROM-DATE   PIC 9(8).
       01  WS-ENTRIES-FILTERED   PIC 9(9) COMP VALUE 0.
       01  WS-FILTER-NOT-QUEUED  PIC 9(9) COMP VALUE 0.
       01  WS-CAL-FUNCTION       PIC X(1) VALUE "N".
       01  WS-CAL-DATE-2         PIC 9(8) VALUE 0.
       01  WS-CAL-RESULT-DATE    PIC 9(8).
       01  WS-CAL-RESULT-DAYS    PIC S9(5) COMP-3.
       01  WS-CAL-RETURN-CODE    PIC 9(2).
       01  WS-NQ-EVENT-TYPE      PIC X(2) VALUE "AF".
       01  WS-NQ-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-NQ-RETURN-CODE     PIC 9(2).

      * federal benefit batches: Treasury's company ids begin 91010
      * and its company names carry TREAS (SSA TREAS 310 and kin)
       01  WS-FED-BENEFIT-BATCH  PIC X(1).
           88  WS-FED-BENEFIT        VALUE "Y".
       01  WS-TREAS-COUNT        PIC 9(2) COMP.
       01  WS-EFFECTIVE-DATE     PIC 9(8).
       COPY "wire-transfer.cpy".

       01  WS-ENTRY-IDX          PIC 9(4) COMP.
       01  WS-GL-DESC             PIC X(30).
       01  WS-GL-RETURN-CODE      PIC 9(2).

       01  WS-ERR-CODE            PIC 9(4).
       01  WS-ERR-MSG             PIC X(80).
       01  WS-ERR-PROGRAM         PIC X(8) VALUE "ACHPOST".
       01  WS-ERR-RETURN-CODE     PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               CLOSE ACH-SUSPENSE-FILE
               OPEN I-O ACH-SUSPENSE-FILE
           END-IF
           OPEN I-O ACH-FILTER-FILE
           IF WS-AFL-MISSING
               MOVE "N" TO WS-HAVE-FILTER-FILE
           END-IF
           OPEN I-O ACH-EXCEPTION-FILE
           IF WS-AEX-NOT-FOUND
               OPEN OUTPUT ACH-EXCEPTION-FILE
               CLOSE ACH-EXCEPTION-FILE
               OPEN I-O ACH-EXCEPTION-FILE
           END-IF

           PERFORM UNTIL WS-ACH-EOF
               READ ACH-IN
               CLOSE IAT-ADDENDA-FILE
           END-IF
           CLOSE ACH-SUSPENSE-FILE
           IF WS-FILTER-FILE-UP
               CLOSE ACH-FILTER-FILE
           END-IF
           CLOSE ACH-EXCEPTION-FILE

           MOVE WS-ENTRIES-POSTED TO WS-RNC-COUNT
           MOVE "E" TO WS-RNC-FUNCTION
           DISPLAY "ACHPOST: ENTRIES REJECTED  = " WS-ENTRIES-REJECTED
           DISPLAY "ACHPOST: ENTRIES STOPPED   = " WS-ENTRIES-STOPPED
           DISPLAY "ACHPOST: ENTRIES SUSPENDED = " WS-ENTRIES-SUSPENDED
           DISPLAY "ACHPOST: ENTRIES FILTERED  = " WS-ENTRIES-FILTERED
           DISPLAY "ACHPOST: FILTER NOT QUEUED = " WS-FILTER-NOT-QUEUED
           IF WS-FILTER-NOT-QUEUED > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

           MOVE 0 TO ACH-CTL-TOTAL-DEBIT
           MOVE 0 TO ACH-CTL-TOTAL-CREDIT

           MOVE "N" TO WS-FED-BENEFIT-BATCH
           MOVE 0 TO WS-TREAS-COUNT
           INSPECT ACH-COMPANY-NAME TALLYING WS-TREAS-COUNT
               FOR ALL "TREAS"
           IF WS-TREAS-COUNT > 0 OR ACH-COMPANY-ID(1:5) = "91010"
               SET WS-FED-BENEFIT TO TRUE
           END-IF
           COMPUTE WS-EFFECTIVE-DATE = 20000000 + ACH-EFFECTIVE-DATE

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > ACH-ENTRY-COUNT
               PERFORM POST-ONE-ENTRY
               EVALUATE TRUE
                   WHEN ACH-CHECKING-CREDIT(WS-ENTRY-IDX)
                   WHEN ACH-SAVINGS-CREDIT(WS-ENTRY-IDX)
                       IF WS-FED-BENEFIT AND ACCT-OWNER-DOD NOT = 0
                               AND WS-EFFECTIVE-DATE > ACCT-OWNER-DOD
                           MOVE "DR" TO WS-SUSPEND-REASON
                           PERFORM WRITE-SUSPENSE-ROW
                           EXIT PARAGRAPH
                       END-IF
                       ADD ACH-DET-AMOUNT(WS-ENTRY-IDX)
                           TO ACCT-CURRENT-BAL
                       ADD ACH-DET-AMOUNT(WS-ENTRY-IDX)
                   WHEN ACH-CHECKING-DEBIT(WS-ENTRY-IDX)
                   WHEN ACH-SAVINGS-DEBIT(WS-ENTRY-IDX)
                       PERFORM CHECK-ACH-STOP-PAYMENT
                       IF NOT WS-STOPPED
                           PERFORM CHECK-ACH-DEBIT-FILTER
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-STOPPED
                               ADD 1 TO WS-ENTRIES-STOPPED
                           WHEN NOT WS-DEBIT-AUTHORIZED
                               PERFORM WRITE-FILTER-EXCEPTION
                           WHEN OTHER
                               SUBTRACT ACH-DET-AMOUNT(WS-ENTRY-IDX)
                                   FROM ACCT-CURRENT-BAL
                               SUBTRACT ACH-DET-AMOUNT(WS-ENTRY-IDX)
                                   FROM ACCT-AVAILABLE-BAL
                               ADD ACH-DET-AMOUNT(WS-ENTRY-IDX)
                                   TO ACH-CTL-TOTAL-DEBIT
                               MOVE "20010000" TO WS-GL-DR-ACCT
                               MOVE "11020000" TO WS-GL-CR-ACCT
                               PERFORM REWRITE-ACCOUNT
                       END-EVALUATE
                   WHEN OTHER
                       ADD 1 TO WS-ENTRIES-REJECTED
               END-EVALUATE
               END-READ
           END-PERFORM.

      * an enrolled account's control row (blank company id) says
      * block everything or filter; under a filter the company must
      * be listed and active, for this SEC code (a blank SEC code
      * allows any) and within its per-entry maximum (zero is none)
       CHECK-ACH-DEBIT-FILTER.
           MOVE "Y" TO WS-FILTER-RESULT
           MOVE SPACE TO WS-FILTER-REASON
           IF NOT WS-FILTER-FILE-UP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-KEY TO AFL-ACCOUNT-NUMBER
           MOVE SPACES TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT AFL-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FILTER-RESULT
           IF AFL-BLOCK-ALL
               MOVE "B" TO WS-FILTER-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACH-COMPANY-ID TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               INVALID KEY
                   MOVE "C" TO WS-FILTER-REASON
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT AFL-ACTIVE
                   MOVE "C" TO WS-FILTER-REASON
               WHEN AFL-SEC-CODE NOT = SPACES
                       AND AFL-SEC-CODE NOT = ACH-SEC-CODE
                   MOVE "S" TO WS-FILTER-REASON
               WHEN AFL-MAX-AMOUNT > 0
                       AND ACH-DET-AMOUNT(WS-ENTRY-IDX) > AFL-MAX-AMOUNT
                   MOVE "M" TO WS-FILTER-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-FILTER-RESULT
           END-EVALUATE.

      * the customer has until the business day after the entry
      * settles (or after today, for a late-arriving entry) to pay
      * or return it; the count on the control row is priced at
      * the next account analysis. A debit whose exception row
      * will not write must not simply vanish: it goes to compliance
      * suspense, where the desk can still release or return it.
       WRITE-FILTER-EXCEPTION.
           MOVE WS-EFFECTIVE-DATE TO WS-DECIDE-FROM-DATE
           IF WS-RUN-DATE > WS-DECIDE-FROM-DATE
               MOVE WS-RUN-DATE TO WS-DECIDE-FROM-DATE
           END-IF
           CALL "BANKCAL" USING WS-CAL-FUNCTION
                                WS-DECIDE-FROM-DATE
                                WS-CAL-DATE-2
                                WS-CAL-RESULT-DATE
                                WS-CAL-RESULT-DAYS
                                WS-CAL-RETURN-CODE

           INITIALIZE ACH-DEBIT-EXCEPTION-RECORD
           MOVE ACH-DET-TRACE-NO(WS-ENTRY-IDX) TO AEX-TRACE-NO
           MOVE WS-ACCT-KEY TO AEX-ACCOUNT-NUMBER
           MOVE ACH-BATCH-NUMBER TO AEX-BATCH-NUMBER
           MOVE ACH-COMPANY-ID TO AEX-COMPANY-ID
           MOVE ACH-COMPANY-NAME TO AEX-COMPANY-NAME
           MOVE ACH-SEC-CODE TO AEX-SEC-CODE
           MOVE ACH-ENTRY-DESC TO AEX-ENTRY-DESC
           MOVE ACH-DET-TXN-CODE(WS-ENTRY-IDX) TO AEX-TXN-CODE
           MOVE ACH-DET-AMOUNT(WS-ENTRY-IDX) TO AEX-AMOUNT
           MOVE ACH-DET-INDIV-NAME(WS-ENTRY-IDX) TO AEX-INDIV-NAME
           MOVE WS-FILTER-REASON TO AEX-REASON
           MOVE WS-RUN-DATE TO AEX-PRESENT-DATE
           MOVE WS-EFFECTIVE-DATE TO AEX-EFFECTIVE-DATE
           MOVE WS-CAL-RESULT-DATE TO AEX-DECIDE-BY-DATE
           SET AEX-PENDING TO TRUE
           SET AEX-OPEN TO TRUE
           WRITE ACH-DEBIT-EXCEPTION-RECORD
               INVALID KEY
                   PERFORM PARK-UNQUEUED-FILTER-DEBIT
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ENTRIES-FILTERED

           MOVE WS-ACCT-KEY TO AFL-ACCOUNT-NUMBER
           MOVE SPACES TO AFL-COMPANY-ID
           READ ACH-FILTER-FILE
               NOT INVALID KEY
                   ADD 1 TO AFL-CYCLE-EXCEPTIONS
                   REWRITE ACH-FILTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ

           MOVE ACH-DET-AMOUNT(WS-ENTRY-IDX) TO WS-NQ-AMOUNT
           CALL "NOTIFYQ" USING WS-ACCT-KEY
                                WS-NQ-EVENT-TYPE
                                WS-NQ-AMOUNT
                                WS-NQ-RETURN-CODE.

       PARK-UNQUEUED-FILTER-DEBIT.
           ADD 1 TO WS-FILTER-NOT-QUEUED
           MOVE "FX" TO WS-SUSPEND-REASON
           PERFORM WRITE-SUSPENSE-ROW
           MOVE 6202 TO WS-ERR-CODE
           MOVE SPACES TO WS-ERR-MSG
           STRING "FILTERED ACH DEBIT NOT QUEUED TRACE "
                  AEX-TRACE-NO " ACCT " WS-ACCT-KEY
                  " STATUS " WS-AEX-FILE-STATUS
               DELIMITED BY SIZE INTO WS-ERR-MSG
           CALL "ERRLOG" USING WS-ERR-CODE
                               WS-ERR-MSG
                               WS-ERR-PROGRAM
                               WS-ERR-RETURN-CODE.

       REWRITE-ACCOUNT.
           MOVE WS-RUN-DATE TO ACCT-LAST-TXN-DATE
           REWRITE ACCOUNT-RECORD

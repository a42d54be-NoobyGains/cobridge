       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAUPD.

      ****************************************************************
      * MONTHLY BATCH: NCOA address correction. Applies the postal
      * vendor's National Change of Address results to the customer
      * master:
      *   - a move with a new address replaces CUST-ADDRESS, clears
      *     the bad-address flag RTNMAIL set, and confirms the change
      *     through NOTIFYCU - to the email on file, or to the new
      *     address when there is none, since the old one is gone
      *   - a move with no forwarding address flags the address bad
      *     the same way returned mail does
      * A row whose matched ZIP is no longer the one on file is
      * stale (the customer changed the address since the vendor's
      * extract) and is skipped rather than overwriting a newer
      * correction. Every rewrite journals the before and after
      * images through CUSTJRNL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-IN ASSIGN TO "NCOAFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NCOA-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NCOA-IN.
       COPY "ncoa-change.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NCOA-STATUS        PIC X(2).
           88  WS-NCOA-EOF           VALUE "10".
           88  WS-NCOA-MISSING       VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROWS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-ADDRESSES-UPDATED   PIC 9(9) COMP VALUE 0.
       01  WS-FLAGS-CLEARED       PIC 9(9) COMP VALUE 0.
       01  WS-NO-FORWARD-FLAGGED  PIC 9(9) COMP VALUE 0.
       01  WS-STALE-ROWS          PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED            PIC 9(9) COMP VALUE 0.

       01  WS-STATE-TABLE.
           05  FILLER PIC X(50) VALUE
               "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMO".
           05  FILLER PIC X(52) VALUE
               "MTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC".
       01  WS-STATE-LIST REDEFINES WS-STATE-TABLE.
           05  WS-STATE-CODE OCCURS 51 TIMES PIC X(2).
       01  WS-STATE-IDX           PIC 9(2) COMP.
       01  WS-STATE-VALID         PIC X(1).
           88  WS-GOOD-STATE          VALUE "Y".

      * before/after images for the customer journal (CUSTJRNL); the
      * batch posts under operator zero, no approver
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "NCOAUPD".
       01  WS-JRNL-OPERATOR       PIC 9(8) VALUE 0.
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * the change confirmation (NOTIFYCU)
       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "CC".
       01  WS-NQ-ACCT-NUMBER      PIC X(12) VALUE SPACES.
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NQ-CHANNEL          PIC X(1).
       01  WS-NQ-DELIVER-TO       PIC X(80).
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT NCOA-IN
           IF WS-NCOA-MISSING
               DISPLAY "NCOAUPD: NO NCOA FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER

           PERFORM UNTIL WS-NCOA-EOF
               READ NCOA-IN
                   AT END
                       SET WS-NCOA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM APPLY-ONE-CHANGE
               END-READ
           END-PERFORM

           CLOSE NCOA-IN
           CLOSE CUSTOMER-MASTER

           DISPLAY "NCOAUPD: ROWS READ          = " WS-ROWS-READ
           DISPLAY "NCOAUPD: ADDRESSES UPDATED  = " WS-ADDRESSES-UPDATED
           DISPLAY "NCOAUPD: BAD FLAGS CLEARED  = " WS-FLAGS-CLEARED
           DISPLAY "NCOAUPD: NO-FORWARD FLAGGED = "
               WS-NO-FORWARD-FLAGGED
           DISPLAY "NCOAUPD: STALE (SKIPPED)    = " WS-STALE-ROWS
           DISPLAY "NCOAUPD: REJECTED           = " WS-REJECTED

           IF WS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       APPLY-ONE-CHANGE.
           MOVE NCOA-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECTED
                   DISPLAY "NCOAUPD: NO SUCH CUSTOMER " NCOA-CUST-ID
                   EXIT PARAGRAPH
           END-READ

           IF NCOA-OLD-ZIP(1:5) NOT = CUST-ZIP(1:5)
               ADD 1 TO WS-STALE-ROWS
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN NCOA-NEW-ADDRESS
                   PERFORM VALIDATE-NEW-ADDRESS
                   IF NOT WS-GOOD-STATE
                       ADD 1 TO WS-REJECTED
                       DISPLAY "NCOAUPD: INCOMPLETE ADDRESS FOR "
                           NCOA-CUST-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE NCOA-NEW-STREET TO CUST-STREET
                   MOVE NCOA-NEW-CITY TO CUST-CITY
                   MOVE NCOA-NEW-STATE TO CUST-STATE
                   MOVE NCOA-NEW-ZIP TO CUST-ZIP
                   IF CUST-ADDRESS-BAD
                       ADD 1 TO WS-FLAGS-CLEARED
                   END-IF
                   MOVE "N" TO CUST-BAD-ADDRESS-FLAG
                   MOVE WS-RUN-DATE TO CUST-NCOA-DATE
                   ADD 1 TO WS-ADDRESSES-UPDATED
               WHEN NCOA-NO-FORWARD
                   IF NOT CUST-ADDRESS-BAD
                       SET CUST-ADDRESS-BAD TO TRUE
                       ADD 1 TO WS-NO-FORWARD-FLAGGED
                   END-IF
                   IF NCOA-MOVE-DATE > CUST-RETURNED-MAIL-DATE
                       MOVE NCOA-MOVE-DATE TO CUST-RETURNED-MAIL-DATE
                   END-IF
                   MOVE WS-RUN-DATE TO CUST-NCOA-DATE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED
                   DISPLAY "NCOAUPD: UNKNOWN ACTION " NCOA-ACTION
                       " FOR " NCOA-CUST-ID
                   EXIT PARAGRAPH
           END-EVALUATE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE

           CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                 CUST-ID
                                 WS-JRNL-OPERATOR
                                 WS-JRNL-APPROVER
                                 WS-BEFORE-IMAGE
                                 WS-AFTER-IMAGE
                                 WS-JRNL-RETURN-CODE

           IF NCOA-NEW-ADDRESS
               PERFORM SEND-CONFIRMATION
           END-IF.

      * the same completeness and state-code edits CUSTMNT applies
       VALIDATE-NEW-ADDRESS.
           MOVE "N" TO WS-STATE-VALID
           IF NCOA-NEW-STREET = SPACES OR NCOA-NEW-CITY = SPACES
                   OR NCOA-NEW-ZIP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > 51 OR WS-GOOD-STATE
               IF WS-STATE-CODE(WS-STATE-IDX) = NCOA-NEW-STATE
                   MOVE "Y" TO WS-STATE-VALID
               END-IF
           END-PERFORM.

       SEND-CONFIRMATION.
           MOVE SPACES TO WS-NQ-DELIVER-TO
           IF CUST-EMAIL NOT = SPACES
               MOVE "E" TO WS-NQ-CHANNEL
               MOVE CUST-EMAIL TO WS-NQ-DELIVER-TO
           ELSE
               MOVE "M" TO WS-NQ-CHANNEL
               STRING CUST-STREET DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      CUST-CITY DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CUST-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CUST-ZIP DELIMITED BY "  "
                   INTO WS-NQ-DELIVER-TO
           END-IF
           CALL "NOTIFYCU" USING CUST-ID
                                 WS-NQ-EVENT-TYPE
                                 WS-NQ-ACCT-NUMBER
                                 WS-NQ-AMOUNT
                                 WS-NQ-CHANNEL
                                 WS-NQ-DELIVER-TO
                                 WS-NQ-RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCWORK.

      ****************************************************************
      * CARD FRAUD CALLBACK CASE MAINTENANCE: the fraud analyst's
      * side of the callback queue ISOSWTCH fills when an approval
      * scores in the review band. The operator must clear OPAUTH's
      * FRAU function. Actions, each recording the analyst, the
      * date and an optional note on the case:
      *   G - the cardholder confirmed the transaction; case closes
      *   N - no contact after the callback attempts; case closes
      *   F - the cardholder disowned it: the card goes on the
      *       hot-card file as a fraud block (through HOTCMNT, so
      *       the analyst also needs the CARD function) and the
      *       next authorization on it declines 59
      * Only an open case can be worked.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-CASE-FILE ASSIGN TO "CFRDCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFC-KEY
               FILE STATUS IS WS-CFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-CASE-FILE.
       COPY "card-fraud-case.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CFC-STATUS         PIC X(2).
           88  WS-CFC-OK             VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "FRAU".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * a confirmed fraud blocks the card (HOTCMNT)
       01  WS-HC-ACTION           PIC X(1) VALUE "A".
       01  WS-HC-STATUS           PIC X(1) VALUE "F".
       01  WS-HC-RETURN-CODE      PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-CONFIRM-GENUINE     VALUE "G".
           88  LS-NO-CONTACT          VALUE "N".
           88  LS-CONFIRM-FRAUD       VALUE "F".
       01  LS-PAN                 PIC X(19).
       01  LS-OPEN-DATE           PIC 9(8).
       01  LS-STAN                PIC 9(6).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-PAN
                                LS-OPEN-DATE
                                LS-STAN
                                LS-NOTE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           OPEN I-O FRAUD-CASE-FILE
           IF NOT WS-CFC-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE LS-PAN TO CFC-PAN
           MOVE LS-OPEN-DATE TO CFC-OPEN-DATE
           MOVE LS-STAN TO CFC-STAN
           READ FRAUD-CASE-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS AND NOT CFC-OPEN
               SET RC-INVALID-INPUT TO TRUE
           END-IF
           IF NOT RC-SUCCESS
               CLOSE FRAUD-CASE-FILE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-CONFIRM-GENUINE
                   SET CFC-GENUINE TO TRUE
               WHEN LS-NO-CONTACT
                   SET CFC-NO-CONTACT TO TRUE
               WHEN LS-CONFIRM-FRAUD
                   PERFORM BLOCK-THE-CARD
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO CFC-WORKED-BY
               MOVE WS-RUN-DATE TO CFC-WORKED-DATE
               IF LS-NOTE NOT = SPACES
                   MOVE LS-NOTE TO CFC-NOTE
               END-IF
               REWRITE CARD-FRAUD-CASE-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           CLOSE FRAUD-CASE-FILE

           GOBACK.

      * the case stays open if the block could not be placed, so
      * the analyst sees it still needs doing
       BLOCK-THE-CARD.
           CALL "HOTCMNT" USING LS-OPERATOR-ID
                                WS-HC-ACTION
                                CFC-PAN
                                WS-HC-STATUS
                                WS-HC-RETURN-CODE
           IF WS-HC-RETURN-CODE NOT = 0
               MOVE WS-HC-RETURN-CODE TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET CFC-FRAUD TO TRUE.

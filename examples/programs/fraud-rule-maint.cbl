       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRMNT.

      ****************************************************************
      * MAINTAIN THE CARD FRAUD RULE TABLE, HOTCMNT-style, for the
      * fraud team. Action 'A' adds a rule or replaces one already
      * on file (and re-activates it); action 'I' takes a rule out
      * of scoring without losing its settings. The BAND row (type
      * B) sets the decline and callback-review score bands. Every
      * attempt goes through OPAUTH with the FRAU function. ISOSWTCH
      * loads the table at start, so a change takes effect on the
      * switch's next start.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-RULE-FILE ASSIGN TO "FRAUDRUL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FR-RULE-ID
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-RULE-FILE.
       COPY "fraud-rule.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FR-STATUS          PIC X(2).
           88  WS-FR-OK              VALUE "00".
           88  WS-FR-NOT-FOUND       VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "FRAU".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-RULE            VALUE "A".
           88  LS-INACTIVATE-RULE     VALUE "I".
       01  LS-RULE-ID             PIC X(4).
       01  LS-RULE-TYPE           PIC X(1).
       01  LS-DESCRIPTION         PIC X(30).
       01  LS-POINTS              PIC 9(3).
       01  LS-CNP-ONLY            PIC X(1).
      * what the rule type tests (see FRAUD-RULE-RECORD); the BAND
      * row uses only the two score bands
       01  LS-RULE-CRITERIA.
           05  LS-COUNTRY             PIC 9(3).
           05  LS-MCC-LOW             PIC 9(4).
           05  LS-MCC-HIGH            PIC 9(4).
           05  LS-AMOUNT-MULTIPLE     PIC 9(3)V9.
           05  LS-AMOUNT-FLOOR-CENTS  PIC 9(12).
           05  LS-MINUTES             PIC 9(5).
           05  LS-DECLINE-AT          PIC 9(3).
           05  LS-REVIEW-AT           PIC 9(3).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-RULE-ID
                                LS-RULE-TYPE
                                LS-DESCRIPTION
                                LS-POINTS
                                LS-CNP-ONLY
                                LS-RULE-CRITERIA
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

           IF LS-RULE-ID = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O FRAUD-RULE-FILE
           IF WS-FR-NOT-FOUND
               OPEN OUTPUT FRAUD-RULE-FILE
               CLOSE FRAUD-RULE-FILE
               OPEN I-O FRAUD-RULE-FILE
           END-IF

           EVALUATE TRUE
               WHEN LS-ADD-RULE
                   PERFORM ADD-ONE-RULE
               WHEN LS-INACTIVATE-RULE
                   PERFORM INACTIVATE-ONE-RULE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE FRAUD-RULE-FILE

           GOBACK.

       ADD-ONE-RULE.
           PERFORM VALIDATE-RULE-CRITERIA
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-RULE-ID TO FR-RULE-ID
           READ FRAUD-RULE-FILE
               INVALID KEY
                   MOVE LS-RULE-ID TO FR-RULE-ID
                   PERFORM FILL-RULE-FIELDS
                   WRITE FRAUD-RULE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-RULE-FIELDS
                   REWRITE FRAUD-RULE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

      * each rule type needs the criteria it tests; the BAND id is
      * reserved for the score bands, and review must sit below
      * decline or no authorization would ever reach a callback
       VALIDATE-RULE-CRITERIA.
           IF LS-CNP-ONLY NOT = "Y" AND LS-CNP-ONLY NOT = "N"
                   AND LS-CNP-ONLY NOT = SPACE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF (LS-RULE-ID = "BAND" AND LS-RULE-TYPE NOT = "B")
                   OR (LS-RULE-TYPE = "B" AND LS-RULE-ID NOT = "BAND")
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-RULE-TYPE NOT = "B" AND LS-POINTS = 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           EVALUATE LS-RULE-TYPE
               WHEN "B"
                   IF LS-REVIEW-AT = 0
                           OR LS-DECLINE-AT <= LS-REVIEW-AT
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN "C"
                   IF LS-COUNTRY = 0
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN "F"
                   CONTINUE
               WHEN "M"
                   IF LS-MCC-HIGH = 0 OR LS-MCC-LOW > LS-MCC-HIGH
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN "A"
                   IF LS-AMOUNT-MULTIPLE = 0
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN "V"
                   IF LS-MINUTES = 0
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN "T"
                   IF LS-MINUTES = 0 OR LS-AMOUNT-FLOOR-CENTS = 0
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE.

       FILL-RULE-FIELDS.
           MOVE LS-RULE-TYPE TO FR-RULE-TYPE
           SET FR-ACTIVE TO TRUE
           MOVE LS-DESCRIPTION TO FR-DESCRIPTION
           MOVE LS-POINTS TO FR-POINTS
           IF LS-CNP-ONLY = "Y"
               MOVE "Y" TO FR-CNP-ONLY
           ELSE
               MOVE "N" TO FR-CNP-ONLY
           END-IF
           MOVE LS-COUNTRY TO FR-COUNTRY
           MOVE LS-MCC-LOW TO FR-MCC-LOW
           MOVE LS-MCC-HIGH TO FR-MCC-HIGH
           MOVE LS-AMOUNT-MULTIPLE TO FR-AMOUNT-MULTIPLE
           MOVE LS-AMOUNT-FLOOR-CENTS TO FR-AMOUNT-FLOOR-CENTS
           MOVE LS-MINUTES TO FR-MINUTES
           MOVE LS-DECLINE-AT TO FR-DECLINE-AT
           MOVE LS-REVIEW-AT TO FR-REVIEW-AT
           MOVE LS-OPERATOR-ID TO FR-CHANGED-BY
           MOVE WS-RUN-DATE TO FR-CHANGED-DATE.

       INACTIVATE-ONE-RULE.
           MOVE LS-RULE-ID TO FR-RULE-ID
           READ FRAUD-RULE-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET FR-INACTIVE TO TRUE
                   MOVE LS-OPERATOR-ID TO FR-CHANGED-BY
                   MOVE WS-RUN-DATE TO FR-CHANGED-DATE
                   REWRITE FRAUD-RULE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

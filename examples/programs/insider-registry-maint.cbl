       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDMNT.

      ****************************************************************
      * MAINTAIN THE REGULATION O INSIDER REGISTRY. Actions:
      *   A - add a customer as an insider (executive officer,
      *       director, principal shareholder) or as a related
      *       interest of one, or replace the row on file
      *   E - end the row: the person has left the role or the
      *       interest is severed; the row is kept for history
      * A related interest must name an insider other than itself.
      * Refused INVALID-INPUT without a name, a nine-digit TIN and
      * a valid type. The operator must clear OPAUTH's Regulation O
      * function (REGO).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSIDER-REGISTRY ASSIGN TO "INSIDREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS INS-CUST-ID
               FILE STATUS IS WS-INS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSIDER-REGISTRY.
       COPY "insider-registry.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INS-STATUS         PIC X(2).
           88  WS-INS-OK             VALUE "00".
           88  WS-INS-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "REGO".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-END-INSIDER         VALUE "E".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-INSIDER.
           05  LS-NAME            PIC X(40).
           05  LS-TIN             PIC X(9).
           05  LS-TYPE            PIC X(1).
               88  LS-VALID-TYPE      VALUE "E", "D", "P", "R".
               88  LS-RELATED-INTEREST VALUE "R".
           05  LS-RELATED-TO      PIC 9(10).
           05  LS-TITLE           PIC X(30).
           05  LS-START-DATE      PIC 9(8).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-INSIDER
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

           IF LS-CUST-ID = 0
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF
           IF LS-ADD-OR-UPDATE
               IF LS-NAME = SPACES OR LS-TIN NOT NUMERIC
                       OR NOT LS-VALID-TYPE
                   SET RC-INVALID-INPUT TO TRUE
                   GOBACK
               END-IF
               IF LS-RELATED-INTEREST
                       AND (LS-RELATED-TO = 0
                            OR LS-RELATED-TO = LS-CUST-ID)
                   SET RC-INVALID-INPUT TO TRUE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O INSIDER-REGISTRY
           IF WS-INS-NOT-FOUND
               OPEN OUTPUT INSIDER-REGISTRY
               CLOSE INSIDER-REGISTRY
               OPEN I-O INSIDER-REGISTRY
           END-IF
           IF NOT WS-INS-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-ADD-OR-UPDATE
                   PERFORM ADD-OR-UPDATE-INSIDER
               WHEN LS-END-INSIDER
                   PERFORM END-INSIDER
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE INSIDER-REGISTRY

           GOBACK.

       ADD-OR-UPDATE-INSIDER.
           MOVE LS-CUST-ID TO INS-CUST-ID
           READ INSIDER-REGISTRY
               INVALID KEY
                   MOVE LS-CUST-ID TO INS-CUST-ID
                   PERFORM FILL-INSIDER-FIELDS
                   WRITE INSIDER-REGISTRY-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-INSIDER-FIELDS
                   REWRITE INSIDER-REGISTRY-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

      * a re-added row stands again from its start date
       FILL-INSIDER-FIELDS.
           MOVE LS-NAME TO INS-NAME
           MOVE LS-TIN TO INS-TIN
           MOVE LS-TYPE TO INS-TYPE
           IF LS-RELATED-INTEREST
               MOVE LS-RELATED-TO TO INS-RELATED-TO
           ELSE
               MOVE 0 TO INS-RELATED-TO
           END-IF
           MOVE LS-TITLE TO INS-TITLE
           IF LS-START-DATE = 0
               MOVE WS-RUN-DATE TO INS-START-DATE
           ELSE
               MOVE LS-START-DATE TO INS-START-DATE
           END-IF
           MOVE 0 TO INS-END-DATE
           MOVE LS-OPERATOR-ID TO INS-CHANGED-BY
           MOVE WS-RUN-DATE TO INS-CHANGED-DATE.

       END-INSIDER.
           MOVE LS-CUST-ID TO INS-CUST-ID
           READ INSIDER-REGISTRY
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-RUN-DATE TO INS-END-DATE
           MOVE LS-OPERATOR-ID TO INS-CHANGED-BY
           MOVE WS-RUN-DATE TO INS-CHANGED-DATE
           REWRITE INSIDER-REGISTRY-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCLMNT.

      ****************************************************************
      * MAINTAIN THE MORTGAGE LATE CHARGE LIMIT TABLE, RATEMNT-style.
      * Action 'A' adds or updates one limit - type 'S' with the
      * property state, or 'I' with the investor code - carrying the
      * highest percent of the P&I installment and the highest
      * dollar amount a late charge may be; action 'R' removes it,
      * and MTGLATE charges the note's terms without that cap.
      * Refused INVALID-INPUT for an unknown type or a blank code,
      * or on an add with neither cap.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-CHARGE-LIMIT-FILE ASSIGN TO "LATELIM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LCL-KEY
               FILE STATUS IS WS-LCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-CHARGE-LIMIT-FILE.
       COPY "late-charge-limit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LCL-STATUS         PIC X(2).
           88  WS-LCL-OK             VALUE "00".
           88  WS-LCL-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

       LINKAGE SECTION.
       01  LS-LIMIT-TYPE          PIC X(1).
       01  LS-LIMIT-CODE          PIC X(5).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-REMOVE              VALUE "R".
       01  LS-MAX-PERCENT         PIC 9V9(4).
       01  LS-MAX-AMOUNT          PIC 9(5)V99.
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-LIMIT-TYPE
                                LS-LIMIT-CODE
                                LS-ACTION
                                LS-MAX-PERCENT
                                LS-MAX-AMOUNT
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE LS-LIMIT-TYPE TO LCL-LIMIT-TYPE
           IF NOT LCL-VALID-TYPE OR LS-LIMIT-CODE = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF
           IF LS-ADD-OR-UPDATE
                   AND LS-MAX-PERCENT = 0 AND LS-MAX-AMOUNT = 0
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O LATE-CHARGE-LIMIT-FILE
           IF WS-LCL-NOT-FOUND
               OPEN OUTPUT LATE-CHARGE-LIMIT-FILE
               CLOSE LATE-CHARGE-LIMIT-FILE
               OPEN I-O LATE-CHARGE-LIMIT-FILE
           END-IF

           EVALUATE TRUE
               WHEN LS-ADD-OR-UPDATE
                   PERFORM ADD-OR-UPDATE-LIMIT
               WHEN LS-REMOVE
                   PERFORM REMOVE-LIMIT
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE LATE-CHARGE-LIMIT-FILE

           GOBACK.

       ADD-OR-UPDATE-LIMIT.
           MOVE LS-LIMIT-TYPE TO LCL-LIMIT-TYPE
           MOVE LS-LIMIT-CODE TO LCL-LIMIT-CODE
           READ LATE-CHARGE-LIMIT-FILE
               INVALID KEY
                   MOVE LS-LIMIT-TYPE TO LCL-LIMIT-TYPE
                   MOVE LS-LIMIT-CODE TO LCL-LIMIT-CODE
                   PERFORM FILL-LIMIT-FIELDS
                   WRITE LATE-CHARGE-LIMIT-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-LIMIT-FIELDS
                   REWRITE LATE-CHARGE-LIMIT-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

       FILL-LIMIT-FIELDS.
           MOVE LS-MAX-PERCENT TO LCL-MAX-PERCENT
           MOVE LS-MAX-AMOUNT TO LCL-MAX-AMOUNT
           MOVE WS-RUN-DATE TO LCL-CHANGED-DATE.

       REMOVE-LIMIT.
           MOVE LS-LIMIT-TYPE TO LCL-LIMIT-TYPE
           MOVE LS-LIMIT-CODE TO LCL-LIMIT-CODE
           DELETE LATE-CHARGE-LIMIT-FILE RECORD
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-DELETE.

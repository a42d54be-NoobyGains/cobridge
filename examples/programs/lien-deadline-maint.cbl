       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDLMNT.

      ****************************************************************
      * MAINTAIN THE LIEN RELEASE DEADLINE TABLE, RATEMNT-style.
      * Action 'A' adds or updates one state's row - the days the
      * state allows to deliver a mortgage satisfaction and to
      * release a vehicle title lien after payoff; action 'R'
      * removes it, and LIENQUE falls back to its default for that
      * state. Refused INVALID-INPUT without a state, or on an add
      * with neither deadline.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-DEADLINE-FILE ASSIGN TO "LIENDAYS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LDL-STATE
               FILE STATUS IS WS-LDL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-DEADLINE-FILE.
       COPY "lien-deadline.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LDL-STATUS         PIC X(2).
           88  WS-LDL-OK             VALUE "00".
           88  WS-LDL-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

       LINKAGE SECTION.
       01  LS-STATE               PIC X(2).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-REMOVE              VALUE "R".
       01  LS-MORTGAGE-DAYS       PIC 9(3).
       01  LS-TITLE-DAYS          PIC 9(3).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-STATE
                                LS-ACTION
                                LS-MORTGAGE-DAYS
                                LS-TITLE-DAYS
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF LS-STATE = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF
           IF LS-ADD-OR-UPDATE
                   AND LS-MORTGAGE-DAYS = 0 AND LS-TITLE-DAYS = 0
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O LIEN-DEADLINE-FILE
           IF WS-LDL-NOT-FOUND
               OPEN OUTPUT LIEN-DEADLINE-FILE
               CLOSE LIEN-DEADLINE-FILE
               OPEN I-O LIEN-DEADLINE-FILE
           END-IF

           EVALUATE TRUE
               WHEN LS-ADD-OR-UPDATE
                   PERFORM ADD-OR-UPDATE-STATE
               WHEN LS-REMOVE
                   PERFORM REMOVE-STATE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE LIEN-DEADLINE-FILE

           GOBACK.

       ADD-OR-UPDATE-STATE.
           MOVE LS-STATE TO LDL-STATE
           READ LIEN-DEADLINE-FILE
               INVALID KEY
                   MOVE LS-STATE TO LDL-STATE
                   PERFORM FILL-STATE-FIELDS
                   WRITE LIEN-DEADLINE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-STATE-FIELDS
                   REWRITE LIEN-DEADLINE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

       FILL-STATE-FIELDS.
           MOVE LS-MORTGAGE-DAYS TO LDL-MORTGAGE-DAYS
           MOVE LS-TITLE-DAYS TO LDL-TITLE-DAYS
           MOVE WS-RUN-DATE TO LDL-CHANGED-DATE.

       REMOVE-STATE.
           MOVE LS-STATE TO LDL-STATE
           DELETE LIEN-DEADLINE-FILE RECORD
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-DELETE.

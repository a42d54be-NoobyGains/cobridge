       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIENQUE.

      ****************************************************************
      * SHARED SUBPROGRAM: queue the lien release a payoff obliges
      * the bank to deliver. The caller (MTGPAY for a mortgage,
      * CLNSERV for a titled consumer loan) passes the release row
      * filled with the loan, borrower, state, payoff date and the
      * property or collateral; LIENQUE dates it - the payoff date
      * plus the state's deadline from LIENDAYS, the mortgage or
      * the title days as the row's source says, or the default
      * below for a state with no row - opens it and writes it to
      * the release queue (LIENRELQ). A loan already queued is left
      * as it stands. Returns INVALID-INPUT without a loan number,
      * source or payoff date, SYSTEM-ERROR when the queue cannot
      * be written.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-DEADLINE-FILE ASSIGN TO "LIENDAYS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LDL-STATE
               FILE STATUS IS WS-LDL-STATUS.
           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENRELQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRL-LOAN-NUMBER
               FILE STATUS IS WS-LRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-DEADLINE-FILE.
       COPY "lien-deadline.cpy".

       FD  LIEN-RELEASE-FILE.
       COPY "lien-release.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LDL-STATUS         PIC X(2).
           88  WS-LDL-OK             VALUE "00".
       01  WS-LRL-STATUS         PIC X(2).
           88  WS-LRL-OK             VALUE "00".
           88  WS-LRL-NOT-FOUND      VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

      * deadline for a state with no LIENDAYS row
       01  WS-DEFAULT-DAYS        PIC 9(3) VALUE 30.
       01  WS-DEADLINE-DAYS       PIC 9(3).

       LINKAGE SECTION.
       COPY "lien-release.cpy"
           REPLACING ==LIEN-RELEASE-RECORD== BY ==LS-RELEASE==
                     LEADING ==LRL-== BY ==LS-LRL-==.
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-RELEASE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           IF LS-LRL-LOAN-NUMBER = SPACES
                   OR NOT (LS-LRL-MORTGAGE OR LS-LRL-CONSUMER)
                   OR LS-LRL-PAYOFF-DATE NOT NUMERIC
                   OR LS-LRL-PAYOFF-DATE = 0
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           PERFORM FIND-DEADLINE-DAYS
           COMPUTE LS-LRL-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LS-LRL-PAYOFF-DATE)
                   + WS-DEADLINE-DAYS)
           SET LS-LRL-OPEN TO TRUE
           MOVE WS-RUN-DATE TO LS-LRL-QUEUED-DATE
           MOVE WS-RUN-DATE TO LS-LRL-CHANGED-DATE

           OPEN I-O LIEN-RELEASE-FILE
           IF WS-LRL-NOT-FOUND
               OPEN OUTPUT LIEN-RELEASE-FILE
               CLOSE LIEN-RELEASE-FILE
               OPEN I-O LIEN-RELEASE-FILE
           END-IF
           IF NOT WS-LRL-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE LS-LRL-LOAN-NUMBER TO LRL-LOAN-NUMBER
           READ LIEN-RELEASE-FILE
               INVALID KEY
                   MOVE LS-RELEASE TO LIEN-RELEASE-RECORD
                   WRITE LIEN-RELEASE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
           END-READ
           CLOSE LIEN-RELEASE-FILE

           GOBACK.

       FIND-DEADLINE-DAYS.
           MOVE WS-DEFAULT-DAYS TO WS-DEADLINE-DAYS
           OPEN INPUT LIEN-DEADLINE-FILE
           IF NOT WS-LDL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LRL-STATE TO LDL-STATE
           READ LIEN-DEADLINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LS-LRL-MORTGAGE
                       IF LDL-MORTGAGE-DAYS > 0
                           MOVE LDL-MORTGAGE-DAYS TO WS-DEADLINE-DAYS
                       END-IF
                   ELSE
                       IF LDL-TITLE-DAYS > 0
                           MOVE LDL-TITLE-DAYS TO WS-DEADLINE-DAYS
                       END-IF
                   END-IF
           END-READ
           CLOSE LIEN-DEADLINE-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIENMNT.

      ****************************************************************
      * LIEN RELEASE MILESTONES: records the progress of a queued
      * release (LIENRELQ) as the document moves. Actions:
      *   S - sent: the satisfaction went to the county, or the
      *       title release to the DMV, on the date given
      *   R - recorded: the county or DMV has recorded it; the
      *       recording reference (book/page, instrument or title
      *       number) is required, and the release leaves the
      *       aging report
      * A date of zero means today; a date before the payoff is
      * refused INVALID-INPUT, as is a release already recorded
      * or a send on one already sent.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIEN-RELEASE-FILE ASSIGN TO "LIENRELQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRL-LOAN-NUMBER
               FILE STATUS IS WS-LRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIEN-RELEASE-FILE.
       COPY "lien-release.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LRL-STATUS         PIC X(2).
           88  WS-LRL-OK             VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EVENT-DATE          PIC 9(8).

       LINKAGE SECTION.
       01  LS-LOAN-NUMBER         PIC X(20).
       01  LS-ACTION              PIC X(1).
           88  LS-SENT                VALUE "S".
           88  LS-RECORDED            VALUE "R".
       01  LS-EVENT-DATE          PIC 9(8).
       01  LS-RECORDING-REF       PIC X(20).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-LOAN-NUMBER
                                LS-ACTION
                                LS-EVENT-DATE
                                LS-RECORDING-REF
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF LS-EVENT-DATE = 0
               MOVE WS-RUN-DATE TO WS-EVENT-DATE
           ELSE
               MOVE LS-EVENT-DATE TO WS-EVENT-DATE
           END-IF

           OPEN I-O LIEN-RELEASE-FILE
           IF NOT WS-LRL-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE LS-LOAN-NUMBER TO LRL-LOAN-NUMBER
           READ LIEN-RELEASE-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS
                   AND (LRL-RECORDED
                        OR WS-EVENT-DATE < LRL-PAYOFF-DATE)
               SET RC-INVALID-INPUT TO TRUE
           END-IF
           IF NOT RC-SUCCESS
               CLOSE LIEN-RELEASE-FILE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-SENT AND LRL-OPEN
                   SET LRL-SENT TO TRUE
                   MOVE WS-EVENT-DATE TO LRL-SENT-DATE
               WHEN LS-RECORDED AND LS-RECORDING-REF NOT = SPACES
                   SET LRL-RECORDED TO TRUE
                   MOVE WS-EVENT-DATE TO LRL-RECORDED-DATE
                   MOVE LS-RECORDING-REF TO LRL-RECORDING-REF
                   IF LRL-SENT-DATE = 0
                       MOVE WS-EVENT-DATE TO LRL-SENT-DATE
                   END-IF
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               MOVE WS-RUN-DATE TO LRL-CHANGED-DATE
               REWRITE LIEN-RELEASE-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           CLOSE LIEN-RELEASE-FILE

           GOBACK.

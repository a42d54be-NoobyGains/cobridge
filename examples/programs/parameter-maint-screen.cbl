       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

      ****************************************************************
      * SYSTEM PARAMETER MAINTENANCE SCREEN, two-person like
      * ADJMAKER / ADJCHECK. Action:
      *   K - key a change (OPAUTH PRMM): the parameter id, the date
      *       it takes effect (today or later, never back-dated), the
      *       new value and a description. The value in force on that
      *       date is shown alongside before the maker confirms, and
      *       the change lands on SYSPARM pending - no program sees it
      *       until it is approved. A maker may re-key their own
      *       pending change, or a rejected one, for the same date.
      *   C - check changes (OPAUTH PRMC): walks the pending changes,
      *       each shown with the value it replaces, for a different
      *       operator to approve or reject. A change whose effective
      *       date has already passed cannot be approved - it is
      *       rejected and keyed again with a current date - so a
      *       threshold never moves retroactively.
      * The row stamps maker and checker with their dates, and the
      * replaced value is kept on it for PARMRPT's change report.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SPM-KEY
               FILE STATUS IS WS-SPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY "sys-parameter.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SPM-STATUS         PIC X(2).
           88  WS-SPM-OK             VALUE "00".
           88  WS-SPM-EOF            VALUE "10".
           88  WS-SPM-MISSING        VALUE "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-OPERATOR-ID         PIC 9(8).
       01  WS-ACTION              PIC X(1).
           88  WS-ACTION-KEY          VALUE "K", "k".
           88  WS-ACTION-CHECK        VALUE "C", "c".
       01  WS-CONFIRM             PIC X(1).
           88  WS-CONFIRMED           VALUE "C", "c".
       01  WS-DECISION            PIC X(1).
           88  WS-DECIDE-APPROVE      VALUE "A", "a".
           88  WS-DECIDE-REJECT       VALUE "R", "r".
           88  WS-DECIDE-SKIP         VALUE "S", "s".
           88  WS-DECIDE-EXIT         VALUE "E", "e".
       01  WS-CHANGES-KEYED       PIC 9(5) VALUE 0.
       01  WS-CHANGES-APPROVED    PIC 9(5) VALUE 0.
       01  WS-CHANGES-REJECTED    PIC 9(5) VALUE 0.

      * the change being keyed
       01  WS-PARAM-ID            PIC X(16).
       01  WS-EFFECTIVE-DATE      PIC 9(8).
       01  WS-NEW-VALUE           PIC 9(11)V9(4).
       01  WS-DESCRIPTION         PIC X(40).

      * the value in force on a date, ahead of the change in hand
       01  WS-FIND-ID             PIC X(16).
       01  WS-FIND-DATE           PIC 9(8).
       01  WS-FIND-DONE           PIC X(1).
           88  WS-FIND-FINISHED       VALUE "Y".
       01  WS-IN-FORCE-FOUND      PIC X(1).
           88  WS-HAVE-IN-FORCE       VALUE "Y".
       01  WS-IN-FORCE-VALUE      PIC S9(11)V9(4) COMP-3.
       01  WS-IN-FORCE-DESC       PIC X(40).
       01  WS-WALK-KEY            PIC X(24).
       01  WS-VALUE-DISPLAY       PIC -Z(10)9.9(4).
       01  WS-OLD-DISPLAY         PIC -Z(10)9.9(4).

       01  WS-AUTH-FUNCTION       PIC X(4).
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SYSTEM PARAMETER MAINTENANCE".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID:".
           05  LINE 3  COLUMN 14 PIC 9(8) TO WS-OPERATOR-ID.
           05  LINE 4  COLUMN 1  VALUE "ACTION:".
           05  LINE 4  COLUMN 14 PIC X(1) TO WS-ACTION.
           05  LINE 4  COLUMN 17
               VALUE "K=KEY A CHANGE  C=CHECK CHANGES".
       01  CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "KEY A PARAMETER CHANGE".
           05  LINE 3  COLUMN 1  VALUE "PARAMETER ID:".
           05  LINE 3  COLUMN 16 PIC X(16) TO WS-PARAM-ID.
           05  LINE 4  COLUMN 1  VALUE "EFFECTIVE:".
           05  LINE 4  COLUMN 16 PIC 9(8) TO WS-EFFECTIVE-DATE.
           05  LINE 5  COLUMN 1  VALUE "NEW VALUE:".
           05  LINE 5  COLUMN 16 PIC 9(11).9(4) TO WS-NEW-VALUE.
           05  LINE 6  COLUMN 1  VALUE "DESCRIPTION:".
           05  LINE 6  COLUMN 16 PIC X(40) TO WS-DESCRIPTION.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY OPERATOR-SCREEN
           ACCEPT OPERATOR-SCREEN

           EVALUATE TRUE
               WHEN WS-ACTION-KEY
                   MOVE "PRMM" TO WS-AUTH-FUNCTION
               WHEN WS-ACTION-CHECK
                   MOVE "PRMC" TO WS-AUTH-FUNCTION
               WHEN OTHER
                   DISPLAY "PARMMNT: ACTION MUST BE K OR C"
                   GOBACK
           END-EVALUATE

           CALL "OPAUTH" USING WS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               DISPLAY "PARMMNT: OPERATOR NOT AUTHORIZED"
               GOBACK
           END-IF

           OPEN I-O PARAMETER-FILE
           IF WS-SPM-MISSING
               IF WS-ACTION-CHECK
                   DISPLAY "PARMMNT: NO CHANGES - NOTHING TO DO"
                   GOBACK
               END-IF
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF

           IF WS-ACTION-KEY
               PERFORM KEY-A-CHANGE
           ELSE
               PERFORM CHECK-PENDING-CHANGES
           END-IF

           CLOSE PARAMETER-FILE

           DISPLAY "PARMMNT: CHANGES KEYED    = " WS-CHANGES-KEYED
           DISPLAY "PARMMNT: CHANGES APPROVED = " WS-CHANGES-APPROVED
           DISPLAY "PARMMNT: CHANGES REJECTED = " WS-CHANGES-REJECTED

           GOBACK.

       KEY-A-CHANGE.
           DISPLAY CHANGE-SCREEN
           ACCEPT CHANGE-SCREEN

           IF WS-PARAM-ID = SPACES
               DISPLAY "PARAMETER ID REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-DATE < WS-RUN-DATE
               DISPLAY "A CHANGE MAY NOT BE BACK-DATED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PARAM-ID TO WS-FIND-ID
           MOVE WS-EFFECTIVE-DATE TO WS-FIND-DATE
           PERFORM FIND-VALUE-IN-FORCE

           MOVE WS-NEW-VALUE TO WS-VALUE-DISPLAY
           DISPLAY " "
           DISPLAY "PARAMETER=" WS-PARAM-ID
                   " EFFECTIVE " WS-EFFECTIVE-DATE
           IF WS-HAVE-IN-FORCE
               MOVE WS-IN-FORCE-VALUE TO WS-OLD-DISPLAY
               DISPLAY "IN FORCE THEN: " WS-OLD-DISPLAY
                       " " WS-IN-FORCE-DESC
           ELSE
               DISPLAY "IN FORCE THEN: NONE - PROGRAM DEFAULT"
           END-IF
           DISPLAY "NEW VALUE:     " WS-VALUE-DISPLAY
           DISPLAY "C=CONFIRM X=CANCEL: " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               EXIT PARAGRAPH
           END-IF

           IF WS-DESCRIPTION = SPACES
               MOVE WS-IN-FORCE-DESC TO WS-DESCRIPTION
           END-IF

           MOVE WS-PARAM-ID TO SPM-PARAM-ID
           MOVE WS-EFFECTIVE-DATE TO SPM-EFFECTIVE-DATE
           READ PARAMETER-FILE
               INVALID KEY
                   PERFORM SET-PENDING-CHANGE
                   WRITE SYSTEM-PARAMETER-RECORD
                       INVALID KEY
                           DISPLAY "PARMMNT: WRITE FAILED"
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGES-KEYED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REKEY-EXISTING-CHANGE
           END-READ.

      * the same id and date again: only a maker's own pending
      * change, or one the checker turned down, may be keyed over
       REKEY-EXISTING-CHANGE.
           IF SPM-APPROVED
                   OR (SPM-PENDING
                       AND SPM-MAKER-ID NOT = WS-OPERATOR-ID)
               DISPLAY "A CHANGE IS ALREADY ON FILE FOR THAT DATE"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-PENDING-CHANGE
           REWRITE SYSTEM-PARAMETER-RECORD
               INVALID KEY
                   DISPLAY "PARMMNT: REWRITE FAILED"
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-KEYED
           END-REWRITE.

       SET-PENDING-CHANGE.
           MOVE WS-PARAM-ID TO SPM-PARAM-ID
           MOVE WS-EFFECTIVE-DATE TO SPM-EFFECTIVE-DATE
           MOVE WS-DESCRIPTION TO SPM-DESCRIPTION
           MOVE WS-NEW-VALUE TO SPM-VALUE
           MOVE WS-IN-FORCE-FOUND TO SPM-PRIOR-FOUND
           MOVE WS-IN-FORCE-VALUE TO SPM-PRIOR-VALUE
           SET SPM-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO SPM-MAKER-ID
           MOVE WS-RUN-DATE TO SPM-MAKER-DATE
           MOVE 0 TO SPM-CHECKER-ID
           MOVE 0 TO SPM-CHECKER-DATE.

      * PARMLKUP's rule, read through this program's own open file:
      * the latest approved row on or before the date. The record
      * area and file position are the caller's to restore.
       FIND-VALUE-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-FOUND
           MOVE 0 TO WS-IN-FORCE-VALUE
           MOVE SPACES TO WS-IN-FORCE-DESC
           MOVE "N" TO WS-FIND-DONE
           MOVE WS-FIND-ID TO SPM-PARAM-ID
           MOVE 0 TO SPM-EFFECTIVE-DATE
           START PARAMETER-FILE KEY IS >= SPM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FIND-DONE
           END-START
           PERFORM UNTIL WS-FIND-FINISHED
               READ PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIND-DONE
                   NOT AT END
                       IF SPM-PARAM-ID NOT = WS-FIND-ID
                               OR SPM-EFFECTIVE-DATE > WS-FIND-DATE
                           MOVE "Y" TO WS-FIND-DONE
                       ELSE
                           IF SPM-APPROVED
                               MOVE "Y" TO WS-IN-FORCE-FOUND
                               MOVE SPM-VALUE TO WS-IN-FORCE-VALUE
                               MOVE SPM-DESCRIPTION
                                   TO WS-IN-FORCE-DESC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PENDING-CHANGES.
           MOVE LOW-VALUES TO SPM-KEY
           START PARAMETER-FILE KEY >= SPM-KEY
               INVALID KEY
                   SET WS-SPM-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SPM-EOF
               READ PARAMETER-FILE NEXT RECORD
                   AT END
                       SET WS-SPM-EOF TO TRUE
                   NOT AT END
                       IF SPM-PENDING
                           PERFORM WORK-ONE-CHANGE
                           PERFORM RESUME-THE-WALK
                           IF WS-DECIDE-EXIT
                               SET WS-SPM-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WORK-ONE-CHANGE.
           MOVE SPACES TO WS-DECISION
           MOVE SPM-KEY TO WS-WALK-KEY
           MOVE SPM-PARAM-ID TO WS-FIND-ID
           MOVE SPM-EFFECTIVE-DATE TO WS-FIND-DATE
           PERFORM FIND-VALUE-IN-FORCE
           MOVE WS-WALK-KEY TO SPM-KEY
           READ PARAMETER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPM-VALUE TO WS-VALUE-DISPLAY
           DISPLAY " "
           DISPLAY "PARAMETER=" SPM-PARAM-ID
                   " EFFECTIVE " SPM-EFFECTIVE-DATE
                   " KEYED BY " SPM-MAKER-ID
                   " ON " SPM-MAKER-DATE
           DISPLAY SPM-DESCRIPTION
           IF WS-HAVE-IN-FORCE
               MOVE WS-IN-FORCE-VALUE TO WS-OLD-DISPLAY
               DISPLAY "IN FORCE THEN: " WS-OLD-DISPLAY
           ELSE
               DISPLAY "IN FORCE THEN: NONE - PROGRAM DEFAULT"
           END-IF
           DISPLAY "NEW VALUE:     " WS-VALUE-DISPLAY

           IF SPM-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "KEYED BY YOU - ANOTHER OPERATOR MUST CHECK IT"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A=APPROVE R=REJECT S=SKIP E=EXIT: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-THE-CHANGE
               WHEN WS-DECIDE-REJECT
                   SET SPM-REJECTED TO TRUE
                   PERFORM STAMP-AND-REWRITE
                   ADD 1 TO WS-CHANGES-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the replaced value is taken again at approval, so a change
      * approved ahead of it for the same parameter is reflected
       APPROVE-THE-CHANGE.
           IF SPM-EFFECTIVE-DATE < WS-RUN-DATE
               DISPLAY "EFFECTIVE DATE HAS PASSED - REJECT AND REKEY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-FORCE-FOUND TO SPM-PRIOR-FOUND
           MOVE WS-IN-FORCE-VALUE TO SPM-PRIOR-VALUE
           SET SPM-APPROVED TO TRUE
           PERFORM STAMP-AND-REWRITE
           ADD 1 TO WS-CHANGES-APPROVED.

       STAMP-AND-REWRITE.
           MOVE WS-OPERATOR-ID TO SPM-CHECKER-ID
           MOVE WS-RUN-DATE TO SPM-CHECKER-DATE
           REWRITE SYSTEM-PARAMETER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * the in-force lookup moved the file; carry on after the
      * change just shown
       RESUME-THE-WALK.
           MOVE WS-WALK-KEY TO SPM-KEY
           START PARAMETER-FILE KEY > SPM-KEY
               INVALID KEY
                   SET WS-SPM-EOF TO TRUE
           END-START.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.

      ****************************************************************
      * DAILY BATCH: system parameter change report. Lists from
      * SYSPARM every change keyed or decided on or after the SINCE
      * date - the run date unless the job parm gives SINCE=YYYYMMDD
      * (SINCE=00000000 lists the whole history) - and every change
      * still waiting for its checker whenever it was keyed. Each
      * line shows the parameter, the date it takes effect, its
      * status, the value in force before it (or DEFAULT when the
      * programs' compiled value applied) and the new value, with
      * maker and checker. The listing is on PARMCHGR; the run ends
      * RC=4 when changes are waiting to be checked.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SPM-KEY
               FILE STATUS IS WS-SPM-STATUS.
           SELECT CHANGE-RPT ASSIGN TO "PARMCHGR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY "sys-parameter.cpy".

       FD  CHANGE-RPT.
       01  CHANGE-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SPM-STATUS         PIC X(2).
           88  WS-SPM-EOF            VALUE "10".
           88  WS-SPM-MISSING        VALUE "35".
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SINCE-DATE          PIC 9(8).
       01  WS-PARM-LINE           PIC X(20).
       01  WS-PARM-IDX            PIC 9(2) COMP.

       01  WS-STATUS-TEXT         PIC X(8).
       01  WS-OLD-DISPLAY         PIC -Z(10)9.9(4).
       01  WS-NEW-DISPLAY         PIC -Z(10)9.9(4).
       01  WS-OLD-TEXT            PIC X(22).
       01  WS-CHECKER-TEXT        PIC X(17).
       01  WS-COUNT-DISPLAY       PIC ZZZ,ZZ9.

       01  WS-CHANGES-LISTED      PIC 9(7) COMP VALUE 0.
       01  WS-CHANGES-PENDING     PIC 9(7) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           PERFORM PARSE-JOB-PARM

           OPEN INPUT PARAMETER-FILE
           IF WS-SPM-MISSING
               DISPLAY "PARMRPT: NO PARAMETER FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN OUTPUT CHANGE-RPT
           PERFORM WRITE-REPORT-HEADINGS

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
                               OR SPM-MAKER-DATE >= WS-SINCE-DATE
                               OR SPM-CHECKER-DATE >= WS-SINCE-DATE
                           PERFORM LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE
           MOVE WS-CHANGES-LISTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-RPT-LINE
           STRING "CHANGES LISTED       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE
           MOVE WS-CHANGES-PENDING TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-RPT-LINE
           STRING "AWAITING CHECKER     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE

           CLOSE CHANGE-RPT
           CLOSE PARAMETER-FILE

           DISPLAY "PARMRPT: SINCE            = " WS-SINCE-DATE
           DISPLAY "PARMRPT: CHANGES LISTED   = " WS-CHANGES-LISTED
           DISPLAY "PARMRPT: AWAITING CHECKER = " WS-CHANGES-PENDING
           IF WS-CHANGES-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       PARSE-JOB-PARM.
           MOVE WS-RUN-DATE TO WS-SINCE-DATE
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 7
               IF WS-PARM-LINE(WS-PARM-IDX:6) = "SINCE="
                       AND WS-PARM-LINE(WS-PARM-IDX + 6:8) NUMERIC
                   MOVE WS-PARM-LINE(WS-PARM-IDX + 6:8)
                       TO WS-SINCE-DATE
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO CHANGE-RPT-LINE
           STRING "SYSTEM PARAMETER CHANGES SINCE " WS-SINCE-DATE
                  " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE
           MOVE SPACES TO CHANGE-RPT-LINE
           STRING "PARAMETER ID     EFFECTIVE STATUS  "
                  "        OLD VALUE           NEW VALUE "
                  " MAKER    KEYED    CHECKER  DECIDED"
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE.

       LIST-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-LISTED
           EVALUATE TRUE
               WHEN SPM-PENDING
                   MOVE "PENDING " TO WS-STATUS-TEXT
                   ADD 1 TO WS-CHANGES-PENDING
               WHEN SPM-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN SPM-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN " TO WS-STATUS-TEXT
           END-EVALUATE
           IF SPM-HAD-PRIOR
               MOVE SPM-PRIOR-VALUE TO WS-OLD-DISPLAY
               MOVE WS-OLD-DISPLAY TO WS-OLD-TEXT
           ELSE
               MOVE "           DEFAULT" TO WS-OLD-TEXT
           END-IF
           MOVE SPM-VALUE TO WS-NEW-DISPLAY
           IF SPM-PENDING
               MOVE SPACES TO WS-CHECKER-TEXT
           ELSE
               STRING SPM-CHECKER-ID " " SPM-CHECKER-DATE
                   DELIMITED BY SIZE INTO WS-CHECKER-TEXT
           END-IF

           MOVE SPACES TO CHANGE-RPT-LINE
           STRING SPM-PARAM-ID " " SPM-EFFECTIVE-DATE "  "
                  WS-STATUS-TEXT WS-OLD-TEXT WS-NEW-DISPLAY " "
                  SPM-MAKER-ID " " SPM-MAKER-DATE " "
                  WS-CHECKER-TEXT
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE
           MOVE SPACES TO CHANGE-RPT-LINE
           STRING "                 " SPM-DESCRIPTION
               DELIMITED BY SIZE INTO CHANGE-RPT-LINE
           WRITE CHANGE-RPT-LINE.

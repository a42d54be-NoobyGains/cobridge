      * Checkpoints every CKPT-INTERVAL accounts so a job that abends
      * partway through can restart from CKPT-LAST-KEY instead of
      * reprocessing the whole master and risking double-posting.
      * The threshold is the DORMANCY-DAYS system parameter in force
      * on the run date (PARMLKUP), 365 days when none is set.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CKPT-INTERVAL       PIC 9(5) COMP VALUE 500.
       01  WS-SINCE-LAST-CKPT     PIC 9(5) COMP VALUE 0.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

      * integer-date arithmetic uses the standard days-since-epoch
      * conversion so an 8-digit YYYYMMDD can be subtracted safely
       01  WS-INTEGER-RUN-DATE    PIC 9(9) COMP.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
           PERFORM LOAD-SYSTEM-PARAMETERS
           COMPUTE WS-INTEGER-RUN-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)


           GOBACK.

       LOAD-SYSTEM-PARAMETERS.
           MOVE "DORMANCY-DAYS" TO WS-PARM-ID
           MOVE WS-DORMANCY-DAYS TO WS-PARM-VALUE
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 100000
               MOVE WS-PARM-VALUE TO WS-DORMANCY-DAYS
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

       OPEN-CHECKPOINT-FILE.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-NOT-FOUND

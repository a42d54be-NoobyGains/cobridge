                   MOVE ACCT-CURRENT-BAL TO ADB-CYCLE-LOW
                   MOVE WS-RUN-DATE TO ADB-CYCLE-START-DATE
                   MOVE WS-RUN-DATE TO ADB-LAST-ACCUM-DATE
                   MOVE 0 TO ADB-CYCLE-INT-PAID
                   WRITE ADB-ACCUM-RECORD
                       INVALID KEY
                           CONTINUE
           MOVE ACCT-CURRENT-BAL TO ADB-CYCLE-LOW
           MOVE WS-RUN-DATE TO ADB-CYCLE-START-DATE
           MOVE 0 TO ADB-LAST-ACCUM-DATE
           MOVE 0 TO ADB-CYCLE-INT-PAID
           REWRITE ADB-ACCUM-RECORD
               INVALID KEY
                   CONTINUE

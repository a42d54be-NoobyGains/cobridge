                   MOVE "SANCTIONS HIT   " TO WS-REASON-TEXT
               WHEN ASP-NO-ADDENDA
                   MOVE "NO IAT ADDENDA  " TO WS-REASON-TEXT
               WHEN ASP-DECEASED-RECLAIM
                   MOVE "POST-DEATH BENE " TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "HELD            " TO WS-REASON-TEXT
           END-EVALUATE

               GOBACK
           END-IF

           INITIALIZE NOTIFY-EVENT-RECORD
           ACCEPT NE-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT NE-EVENT-TIME FROM TIME
           MOVE LS-ACCT-NUMBER TO NE-ACCT-NUMBER

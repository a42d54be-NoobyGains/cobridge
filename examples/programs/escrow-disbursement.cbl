               DELIMITED BY SIZE INTO CHK-CHECK-NUMBER
           MOVE WS-DISB-AMOUNT TO CHK-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY

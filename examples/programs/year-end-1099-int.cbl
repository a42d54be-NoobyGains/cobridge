      * Checkpoints every CKPT-INTERVAL customers so a job that abends
      * partway through can restart from CKPT-LAST-KEY instead of
      * rescanning the whole customer master.
      * A custodial (UTMA) account's interest is the minor's: it is
      * reported under ACCT-OWNER-ID and the minor's TIN, never
      * under the custodian it is also linked to as a signer.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * splits ACCT-INT-YTD evenly across the owner and every
      * SIGNER-CO-OWNER on the account; a solely-owned account keeps
      * its full ACCT-INT-YTD with the owner as before; a custodial
      * account counts only on the minor's own pass
       SUM-ONE-ACCOUNT.
           MOVE WS-ACCT-LIST(WS-ACCT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CUSTODIAL
               IF ACCT-OWNER-ID = WS-SAVED-OWNER-CUST-ID
                   ADD ACCT-INT-YTD TO WS-CUST-INT-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SHARE-COUNT
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > ACCT-NUM-SIGNERS
               IF SIGNER-CO-OWNER(WS-SIGNER-IDX)
                   ADD 1 TO WS-SHARE-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-ACCT-SHARE ROUNDED =
                   ACCT-INT-YTD / WS-SHARE-COUNT
           ADD WS-ACCT-SHARE TO WS-CUST-INT-TOTAL
           IF WS-SHARE-COUNT > 1
               PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                       UNTIL WS-SIGNER-IDX > ACCT-NUM-SIGNERS
                   IF SIGNER-CO-OWNER(WS-SIGNER-IDX)
                       PERFORM ADD-COOWNER-SHARE
                   END-IF
               END-PERFORM
           END-IF.

       ADD-COOWNER-SHARE.
           MOVE 0 TO WS-COOWNER-FOUND-IDX

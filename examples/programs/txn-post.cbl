           TXN-FAIL-STOPPED BY PEN-TXN-FAIL-STOPPED
           TXN-FAIL-REGD BY PEN-TXN-FAIL-REGD
           TXN-FAIL-RESTRICTED BY PEN-TXN-FAIL-RESTRICTED
           TXN-FAIL-DUPLICATE BY PEN-TXN-FAIL-DUPLICATE
           TXN-FAIL-OTHER BY PEN-TXN-FAIL-OTHER.
       01  CD-DISCLOSURE-LINE        PIC X(132).

               PERFORM CHECK-FOR-STOP-PAYMENT
           END-IF

           IF RC-SUCCESS AND TXN-CHECK
               PERFORM CHECK-FOR-PRIOR-PAYMENT
           END-IF

           IF RC-SUCCESS
               PERFORM CHECK-REGD-LIMIT
           END-IF
                   END-IF
           END-READ.

      * a check the issuance table already shows cleared has been
      * paid once; a second presentment of the same serial is
      * refused before the balance moves
       CHECK-FOR-PRIOR-PAYMENT.
           MOVE TXN-FROM-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE TXN-CHECK-NUMBER TO CHK-CHECK-NUMBER
           READ CHECK-ISSUANCE-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHK-CLEARED
                       SET RC-DUPLICATE TO TRUE
                       SET TXN-FAIL-DUPLICATE TO TRUE
                   END-IF
           END-READ.

       MARK-CHECK-STOPPED.
           MOVE TXN-FROM-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE TXN-CHECK-NUMBER TO CHK-CHECK-NUMBER
           END-READ.

      * records an issued check on the Positive Pay table so the
      * daily export job can send it to the vendor before it clears.
      * A check already on the table has been through Positive Pay
      * and is now being paid from the cash letter: it clears
       WRITE-CHECK-ISSUANCE.
           MOVE TXN-FROM-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE TXN-CHECK-NUMBER TO CHK-CHECK-NUMBER
           READ CHECK-ISSUANCE-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHK-CLEARED TO TRUE
                   REWRITE CHECK-ISSUANCE-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-POST-AMOUNT TO CHK-AMOUNT
           MOVE TXN-DATE TO CHK-ISSUE-DATE
           INITIALIZE CHK-OFFICIAL-DETAIL
           INITIALIZE CHK-PAYEE-DETAIL
           SET CHK-ISSUED TO TRUE
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY

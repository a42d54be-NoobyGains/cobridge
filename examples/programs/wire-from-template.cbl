           PERFORM BUILD-THE-WIRE

      * the template was screened at setup, but today's wire gets
      * its own screen - the list may have changed since. A fraud
      * hold on the ordering customer stops today's wire but is no
      * fault of the template, which stays active
           CALL "WIRESCRN" USING WIRE-TRANSFER-RECORD
                                 WS-SCRN-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-SCRN-RETURN-CODE = 21
                       AND WT-SANCTION-FLAG NOT = "Y"
                   SET RC-ACCOUNT-HOLD TO TRUE
               WHEN WS-SCRN-RETURN-CODE NOT = 0
                       OR WT-SANCTION-FLAG = "Y"
                   SET WTP-SUSPENDED TO TRUE
                   SET RC-DECLINED TO TRUE
               WHEN OTHER
                   ADD 1 TO WTP-USE-COUNT
                   MOVE WS-RUN-DATE TO WTP-LAST-USED
           END-EVALUATE
           REWRITE WIRE-TEMPLATE-RECORD
               INVALID KEY
                   CONTINUE

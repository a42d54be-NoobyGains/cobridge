      * pacs.008 gets PACSBLD, everyone else (including a BIC with
      * no row) stays on SWFTBLD and the MT103. The caller gets
      * back which format was emitted plus the built message areas
      * to transmit. Nothing is built until WIREWHS has passed the
      * wire's value date and cutoff - a wire it warehouses for a
      * later business day comes back RC-DEFERRED, one rejected
      * after the cutoff RC-DECLINED - and WIRECBK has passed it
      * against the customer's limits and callback rules; a wire
      * it holds for a callback comes back RC-REFER, and one
      * rejected or already released RC-DECLINED or RC-DUPLICATE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-CRT-OK             VALUE "00".
           88  WS-CRT-MISSING        VALUE "35".
       01  WS-BUILD-RETURN-CODE   PIC 9(2).
       01  WS-GATE-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       COPY "wire-transfer.cpy".
           SET RC-SUCCESS TO TRUE
           MOVE "M" TO LS-FORMAT-EMITTED

           CALL "WIREWHS" USING WIRE-TRANSFER-RECORD
                                WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 0
               MOVE WS-GATE-RETURN-CODE TO LS-RETURN-CODE
               MOVE SPACES TO LS-FORMAT-EMITTED
               GOBACK
           END-IF

           CALL "WIRECBK" USING WIRE-TRANSFER-RECORD
                                WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 0
               MOVE WS-GATE-RETURN-CODE TO LS-RETURN-CODE
               MOVE SPACES TO LS-FORMAT-EMITTED
               GOBACK
           END-IF

           OPEN INPUT ROUTE-FILE
           IF NOT WS-CRT-MISSING
               MOVE WT-RECEIVER-BIC TO CRT-RECEIVER-BIC

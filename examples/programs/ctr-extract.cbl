      * and address from the customer master plus the linked-account
      * count from CIFLKUP. Missing one of these filings is a
      * reportable violation - the aggregation cannot stay manual.
      * A customer on the CTR exemption registry (CTREXMPT) with the
      * Designation of Exempt Person filed gets no CTR; the day is
      * counted on the exemption row instead, so CTRXRVW can tell
      * whether the cash pattern still supports the exemption.
      * The reporting threshold is the CTR-THRESHOLD system parameter
      * in force on the run date (PARMLKUP), $10,000 when none is.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CTR-EXEMPT-FILE ASSIGN TO "CTREXMPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-CTX-STATUS.
           SELECT CTR-OUT ASSIGN TO "CTRXTRCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  CTR-EXEMPT-FILE.
       COPY "ctr-exemption.cpy".

       FD  CTR-OUT.
       COPY "ctr-extract.cpy".

       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-CTR-STATUS         PIC X(2).
       01  WS-CTX-STATUS         PIC X(2).
           88  WS-CTX-OK             VALUE "00".
       01  WS-CTX-OPEN           PIC X(1) VALUE "N".
           88  WS-HAVE-EXEMPTIONS    VALUE "Y".

       01  WS-CTR-THRESHOLD       PIC 9(7)V99 COMP-3 VALUE 10000.00.

      * system parameter lookup (PARMLKUP): a parameter with no
      * approved row in force keeps the VALUE it is compiled with
       01  WS-PARM-ID             PIC X(16).
       01  WS-PARM-VALUE          PIC S9(11)V9(4) COMP-3.
       01  WS-PARM-RETURN-CODE    PIC 9(2).
           88  WS-PARM-FOUND          VALUE 0.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TXNS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-CASH-TXNS           PIC 9(9) COMP VALUE 0.
       01  WS-CTRS-WRITTEN        PIC 9(9) COMP VALUE 0.
       01  WS-EXEMPT-SKIPPED      PIC 9(9) COMP VALUE 0.

      * per-customer same-day cash aggregation
       01  WS-AGG-COUNT           PIC 9(4) COMP VALUE 0.
               10  WS-AGG-CASH-IN     PIC S9(11)V99 COMP-3.
               10  WS-AGG-CASH-OUT    PIC S9(11)V99 COMP-3.
               10  WS-AGG-TXNS        PIC 9(5) COMP.
               10  WS-AGG-EXEMPT      PIC X(1).
                   88  WS-AGG-IS-EXEMPT   VALUE "Y".

      * CIFLKUP call area for the linked-account count
       01  WS-LKUP-CUST-ID        PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS

           OPEN INPUT TRANSACTION-IN
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O CTR-EXEMPT-FILE
           IF WS-CTX-OK
               SET WS-HAVE-EXEMPTIONS TO TRUE
           END-IF

           PERFORM UNTIL WS-TXN-EOF
               READ TRANSACTION-IN
               IF WS-AGG-CASH-IN(WS-AGG-IDX) > WS-CTR-THRESHOLD
                       OR WS-AGG-CASH-OUT(WS-AGG-IDX)
                          > WS-CTR-THRESHOLD
                   IF WS-AGG-IS-EXEMPT(WS-AGG-IDX)
                       PERFORM COUNT-EXEMPT-DAY
                   ELSE
                       PERFORM WRITE-ONE-CTR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE CTR-OUT
           IF WS-HAVE-EXEMPTIONS
               CLOSE CTR-EXEMPT-FILE
           END-IF

           DISPLAY "CTREXTR: TXNS READ    = " WS-TXNS-READ
           DISPLAY "CTREXTR: CASH TXNS    = " WS-CASH-TXNS
           DISPLAY "CTREXTR: CTRS WRITTEN = " WS-CTRS-WRITTEN
           DISPLAY "CTREXTR: EXEMPT SKIP  = " WS-EXEMPT-SKIPPED

           GOBACK.

      * only posted cash movements on the over-the-counter channels
      * count toward the aggregation
       LOAD-SYSTEM-PARAMETERS.
           MOVE "CTR-THRESHOLD" TO WS-PARM-ID
           MOVE WS-CTR-THRESHOLD TO WS-PARM-VALUE
           PERFORM LOOK-UP-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE > 0
                   AND WS-PARM-VALUE < 10000000
               MOVE WS-PARM-VALUE TO WS-CTR-THRESHOLD
           END-IF.

       LOOK-UP-PARAMETER.
           CALL "PARMLKUP" USING WS-PARM-ID
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-RETURN-CODE.

       AGGREGATE-ONE-TXN.
           IF NOT TXN-COMPLETED
               EXIT PARAGRAPH
               MOVE 0 TO WS-AGG-CASH-IN(WS-AGG-IDX)
               MOVE 0 TO WS-AGG-CASH-OUT(WS-AGG-IDX)
               MOVE 0 TO WS-AGG-TXNS(WS-AGG-IDX)
               PERFORM CHECK-CTR-EXEMPTION
           END-IF.

      * exempt only while the registry row is active and the
      * Designation of Exempt Person has actually been filed
       CHECK-CTR-EXEMPTION.
           MOVE "N" TO WS-AGG-EXEMPT(WS-AGG-IDX)
           IF NOT WS-HAVE-EXEMPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-OWNER-ID TO CTX-CUST-ID
           READ CTR-EXEMPT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CTX-ACTIVE AND CTX-DOEP-FILED-DATE NOT = 0
                   AND CTX-DOEP-FILED-DATE <= WS-RUN-DATE
               SET WS-AGG-IS-EXEMPT(WS-AGG-IDX) TO TRUE
           END-IF.

      * the day the exemption saved a filing is counted toward the
      * customer's twelve-month window - once, however often the
      * day is rerun
       COUNT-EXEMPT-DAY.
           ADD 1 TO WS-EXEMPT-SKIPPED
           MOVE WS-AGG-CUST-ID(WS-AGG-IDX) TO CTX-CUST-ID
           READ CTR-EXEMPT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CTX-LAST-QUALIFYING-DATE = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTX-QUALIFYING-DAYS
           ADD WS-AGG-CASH-IN(WS-AGG-IDX) TO CTX-WINDOW-CASH
           ADD WS-AGG-CASH-OUT(WS-AGG-IDX) TO CTX-WINDOW-CASH
           MOVE WS-RUN-DATE TO CTX-LAST-QUALIFYING-DATE
           REWRITE CTR-EXEMPT-RECORD
               INVALID KEY
                   DISPLAY "CTREXTR: EXEMPTION REWRITE FAILED FOR "
                           CTX-CUST-ID
           END-REWRITE.

       WRITE-ONE-CTR.
           MOVE WS-AGG-CUST-ID(WS-AGG-IDX) TO CUST-ID
           READ CUSTOMER-MASTER

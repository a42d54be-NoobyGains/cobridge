       PROGRAM-ID. TAX1099B.

      ****************************************************************
      * YEAR-END BATCH: Form 1099-B extract from the tax-lot
      * subledger. Every lot a sale relieved during the tax year
      * is already on the relief file (LOTRELF) - written by
      * TAXLOT as POSUPDT applied the sale, with the proceeds, the
      * lot's adjusted cost (splits from CORPACT and wash-sale
      * carries included, whatever year the lot was bought) and
      * the short/long term from its holding period. This run
      * reads those rows, adds back any loss disallowed as a wash
      * sale (the loss lives on in the replacement lot's basis),
      * and rolls them up per account. Each row reported is
      * stamped with the run date, so a wash sale found later
      * against a reported sale shows up in POSUPDT as needing a
      * corrected form. Output is the customer form file and the
      * TAX1099BX extract the FIRE1099 formatter (run TYPE=B) turns
      * into the IRS transmission, the same path 1099-INT takes.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELIEF-FILE ASSIGN TO "LOTRELF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TR-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC

       DATA DIVISION.
       FILE SECTION.
       FD  RELIEF-FILE.
       COPY "tax-lot-relief.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".
       01  FORM-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TR-STATUS          PIC X(2).
           88  WS-TR-OK              VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CUST-FILE-STATUS   PIC X(2).
       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-RELIEF-READ         PIC 9(9) COMP VALUE 0.
       01  WS-LOTS-REPORTED       PIC 9(9) COMP VALUE 0.
       01  WS-ACCOUNTS-REPORTED   PIC 9(9) COMP VALUE 0.
       01  WS-WASH-ADJUSTED       PIC 9(9) COMP VALUE 0.
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

      * per-account roll-up for the extract
       01  WS-AC-COUNT            PIC 9(4) COMP VALUE 0.
               10  WS-AC-ST-GAIN      PIC S9(11)V99 COMP-3.
               10  WS-AC-LT-GAIN      PIC S9(11)V99 COMP-3.
               10  WS-AC-WASH         PIC 9(3).
               10  WS-AC-WASH-AMOUNT  PIC S9(11)V99 COMP-3.

      * one relief row
       01  WS-SELL-ACCT           PIC X(12).
       01  WS-LOT-GAIN            PIC S9(13)V99 COMP-3.
       01  WS-AMT-DISPLAY-1       PIC -Z(9)9.99.
       01  WS-AMT-DISPLAY-2       PIC -Z(9)9.99.
       01  WS-AMT-DISPLAY-3       PIC -Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1

           OPEN I-O RELIEF-FILE
           IF NOT WS-TR-OK
               DISPLAY "TAX1099B: NO LOT RELIEF FILE - NOTHING TO DO"
               GOBACK
           END-IF
           OPEN OUTPUT FORMS-OUT

      * the tax year's sales: the key leads with account then sale
      * date, so every row is read and the year picked out
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO TR-KEY
           START RELIEF-FILE KEY >= TR-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ RELIEF-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RELIEF-READ
                       IF TR-SALE-DATE(1:4) = WS-TAX-YEAR
                           PERFORM REPORT-ONE-RELIEF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELIEF-FILE
           CLOSE FORMS-OUT

           PERFORM WRITE-THE-EXTRACT

           DISPLAY "TAX1099B: RELIEF ROWS READ  = " WS-RELIEF-READ
           DISPLAY "TAX1099B: LOTS REPORTED     = " WS-LOTS-REPORTED
           DISPLAY "TAX1099B: ACCTS REPORTED    = "
               WS-ACCOUNTS-REPORTED
           DISPLAY "TAX1099B: WASH SALES        = " WS-WASH-ADJUSTED

           GOBACK.

      * the gain reported is proceeds less the lot's adjusted
      * basis, with any wash-sale disallowed loss added back
       REPORT-ONE-RELIEF.
           MOVE TR-ACCT-NUMBER TO WS-SELL-ACCT
           PERFORM FIND-ACCT-SLOT
           IF WS-AC-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOTS-REPORTED
           ADD TR-PROCEEDS TO WS-AC-PROCEEDS(WS-AC-IDX)
           ADD TR-COST-BASIS TO WS-AC-BASIS(WS-AC-IDX)
           COMPUTE WS-LOT-GAIN = TR-GAIN-LOSS + TR-WASH-DISALLOWED
           IF TR-LONG-TERM
               ADD WS-LOT-GAIN TO WS-AC-LT-GAIN(WS-AC-IDX)
           ELSE
               ADD WS-LOT-GAIN TO WS-AC-ST-GAIN(WS-AC-IDX)
           END-IF
           IF TR-WASH-DISALLOWED > 0
               ADD 1 TO WS-AC-WASH(WS-AC-IDX)
               ADD TR-WASH-DISALLOWED TO WS-AC-WASH-AMOUNT(WS-AC-IDX)
               ADD 1 TO WS-WASH-ADJUSTED
           END-IF
           PERFORM WRITE-FORM-DETAIL

           IF TR-REPORTED-DATE = 0
               MOVE WS-RUN-DATE TO TR-REPORTED-DATE
               REWRITE TAX-LOT-RELIEF-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       FIND-ACCT-SLOT.
           END-IF.

       WRITE-FORM-DETAIL.
           MOVE TR-PROCEEDS TO WS-AMT-DISPLAY-1
           MOVE TR-COST-BASIS TO WS-AMT-DISPLAY-2
           MOVE TR-WASH-DISALLOWED TO WS-AMT-DISPLAY-3
           MOVE SPACES TO FORM-LINE
           STRING "ACCT " TR-ACCT-NUMBER
                  " " TR-SYMBOL
                  " SOLD " TR-SALE-DATE
                  " ACQ " TR-ACQ-DATE
                  " " TR-TERM
                  " PROCEEDS" WS-AMT-DISPLAY-1
                  " BASIS" WS-AMT-DISPLAY-2
                  " WASH" WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE.

           MOVE WS-AC-ST-GAIN(WS-AC-IDX) TO T1099B-ST-GAIN
           MOVE WS-AC-LT-GAIN(WS-AC-IDX) TO T1099B-LT-GAIN
           MOVE WS-AC-WASH(WS-AC-IDX) TO T1099B-WASH-COUNT
           MOVE WS-AC-WASH-AMOUNT(WS-AC-IDX)
               TO T1099B-WASH-DISALLOWED

           MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXBILL.

      ****************************************************************
      * BATCH: property tax bill intake from the tax service vendor
      * (TAXBILLS, one installment bill per row). Each bill is
      * matched to the loan's tax payee row on ESCRPAYE - by loan
      * number when the vendor carries one and the parcel agrees,
      * otherwise by parcel number within the property's county -
      * and then:
      *   - the payee row takes the bill's amount and due date, so
      *     ESCRDISB pays the bill as billed, and the parcel is
      *     learned the first time a loan-number match brings it
      *   - MLR-TAX-AMOUNT is recomputed as the monthly escrow for
      *     the year's tax (the installment times the installments
      *     a year, over twelve)
      *   - a rise of more than the tolerance below writes an
      *     off-cycle escrow analysis request (ESCRANRQ) that
      *     MTGESCRW picks up with PARM OFFCYCLE, so the shortage is
      *     caught now instead of at the annual analysis
      * A bill that matches no loan, or whose due date is before the
      * installment the escrow is already waiting on, is listed on
      * TAXBRPT and not applied. The report then lists every tax
      * payee on an active loan coming due inside the horizon below
      * with no bill received for that installment, so penalties
      * are not missed. RC=4 when anything is listed.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-BILLS-IN ASSIGN TO "TAXBILLS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXB-STATUS.
           SELECT ESCROW-PAYEE-FILE ASSIGN TO "ESCRPAYE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EPY-KEY
               FILE STATUS IS WS-EPY-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT ANALYSIS-REQUESTS ASSIGN TO "ESCRANRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EAR-STATUS.
           SELECT BILL-REPORT ASSIGN TO "TAXBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-BILLS-IN.
       COPY "tax-bill.cpy".

       FD  ESCROW-PAYEE-FILE.
       COPY "escrow-payee.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  ANALYSIS-REQUESTS.
       COPY "escrow-analysis-request.cpy".

       FD  BILL-REPORT.
       01  BILL-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXB-STATUS         PIC X(2).
           88  WS-TXB-OK             VALUE "00".
           88  WS-TXB-EOF            VALUE "10".
       01  WS-EPY-STATUS         PIC X(2).
           88  WS-EPY-OK             VALUE "00".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
       01  WS-EAR-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

      * a new monthly tax escrow more than this fraction over the
      * old one asks for an off-cycle analysis
       01  WS-INCREASE-TOLERANCE  PIC 9V99 VALUE 0.10.
      * tax payees due within this many days with no bill received
      * are listed
       01  WS-HORIZON-DAYS        PIC 9(3) VALUE 45.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(9) COMP.
       01  WS-DUE-IN-DAYS         PIC S9(5) COMP.
       01  WS-DAYS-EDIT           PIC -ZZZ9.

       01  WS-MATCHED             PIC X(1).
           88  WS-BILL-MATCHED        VALUE "Y".
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".
       01  WS-EXCEPTION-TEXT      PIC X(30).
       01  WS-INSTALLMENTS-YEAR   PIC 9(2) COMP.
       01  WS-OLD-TAX-AMOUNT      PIC S9(7)V99 COMP-3.
       01  WS-NEW-TAX-AMOUNT      PIC S9(7)V99 COMP-3.
       01  WS-AMT-EDIT-1          PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-2          PIC Z,ZZZ,ZZ9.99.

       01  WS-BILLS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-BILLS-APPLIED       PIC 9(9) COMP VALUE 0.
       01  WS-BILLS-BY-PARCEL     PIC 9(9) COMP VALUE 0.
       01  WS-BILLS-UNMATCHED     PIC 9(9) COMP VALUE 0.
       01  WS-BILLS-STALE         PIC 9(9) COMP VALUE 0.
       01  WS-ANALYSES-REQUESTED  PIC 9(9) COMP VALUE 0.
       01  WS-BILLS-MISSING       PIC 9(9) COMP VALUE 0.

       COPY "file-header-trailer.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN I-O ESCROW-PAYEE-FILE
           IF NOT WS-EPY-OK
               DISPLAY "TAXBILL: NO ESCROW PAYEE FILE - STATUS "
                       WS-EPY-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MORTGAGE-MASTER
           IF NOT WS-MTG-OK
               DISPLAY "TAXBILL: NO MORTGAGE MASTER - STATUS "
                       WS-MTG-STATUS
               CLOSE ESCROW-PAYEE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ANALYSIS-REQUESTS
           OPEN OUTPUT BILL-REPORT

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-HEADER-REC TO TRUE
           MOVE "ESCRANRQ" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE SPACES TO ESCROW-ANALYSIS-REQUEST
           MOVE FILE-HEADER-TRAILER-RECORD TO ESCROW-ANALYSIS-REQUEST
           WRITE ESCROW-ANALYSIS-REQUEST

           PERFORM WRITE-BILL-HEADINGS
           OPEN INPUT TAX-BILLS-IN
           IF WS-TXB-OK
               PERFORM UNTIL WS-TXB-EOF
                   READ TAX-BILLS-IN
                       AT END
                           SET WS-TXB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BILLS-READ
                           PERFORM TAKE-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE TAX-BILLS-IN
           ELSE
               DISPLAY "TAXBILL: NO BILL FILE TODAY"
           END-IF

           PERFORM WRITE-MISSING-HEADINGS
           PERFORM FIND-MISSING-BILLS

           INITIALIZE FILE-HEADER-TRAILER-RECORD
           SET FHT-TRAILER-REC TO TRUE
           MOVE "ESCRANRQ" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE WS-ANALYSES-REQUESTED TO FHT-RECORD-COUNT
           MOVE 0 TO FHT-CONTROL-TOTAL
           MOVE SPACES TO ESCROW-ANALYSIS-REQUEST
           MOVE FILE-HEADER-TRAILER-RECORD TO ESCROW-ANALYSIS-REQUEST
           WRITE ESCROW-ANALYSIS-REQUEST

           CLOSE BILL-REPORT
           CLOSE ANALYSIS-REQUESTS
           CLOSE MORTGAGE-MASTER
           CLOSE ESCROW-PAYEE-FILE

           DISPLAY "TAXBILL: BILLS READ       = " WS-BILLS-READ
           DISPLAY "TAXBILL: BILLS APPLIED    = " WS-BILLS-APPLIED
           DISPLAY "TAXBILL: MATCHED BY PARCEL= " WS-BILLS-BY-PARCEL
           DISPLAY "TAXBILL: BILLS UNMATCHED  = " WS-BILLS-UNMATCHED
           DISPLAY "TAXBILL: BILLS ALREADY PD = " WS-BILLS-STALE
           DISPLAY "TAXBILL: ANALYSES ASKED   = " WS-ANALYSES-REQUESTED
           DISPLAY "TAXBILL: BILLS MISSING    = " WS-BILLS-MISSING
           IF WS-BILLS-UNMATCHED > 0 OR WS-BILLS-STALE > 0
                   OR WS-BILLS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      ****************************************************************
      * BILL MATCHING AND APPLICATION
      ****************************************************************
       TAKE-ONE-BILL.
           IF TXB-AMOUNT NOT NUMERIC OR TXB-AMOUNT = 0
                   OR TXB-DUE-DATE NOT NUMERIC OR TXB-DUE-DATE = 0
               MOVE "INVALID AMOUNT OR DUE DATE" TO WS-EXCEPTION-TEXT
               PERFORM REPORT-BILL-EXCEPTION
               ADD 1 TO WS-BILLS-UNMATCHED
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MATCHED
           IF TXB-LOAN-NUMBER NOT = SPACES
               PERFORM MATCH-BY-LOAN-NUMBER
           END-IF
           IF NOT WS-BILL-MATCHED AND TXB-PARCEL-NUMBER NOT = SPACES
               PERFORM MATCH-BY-PARCEL
               IF WS-BILL-MATCHED
                   ADD 1 TO WS-BILLS-BY-PARCEL
               END-IF
           END-IF
           IF NOT WS-BILL-MATCHED
               MOVE "NO MATCHING LOAN" TO WS-EXCEPTION-TEXT
               PERFORM REPORT-BILL-EXCEPTION
               ADD 1 TO WS-BILLS-UNMATCHED
               EXIT PARAGRAPH
           END-IF

      * an installment the escrow has already moved past (paid and
      * rolled forward by ESCRDISB) must not pull the due date back
           IF TXB-DUE-DATE < EPY-NEXT-DUE-DATE
               MOVE "INSTALLMENT ALREADY PAID" TO WS-EXCEPTION-TEXT
               PERFORM REPORT-BILL-EXCEPTION
               ADD 1 TO WS-BILLS-STALE
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-BILL.

      * the vendor's loan number is trusted only when the payee row
      * carries no parcel yet or the same parcel
       MATCH-BY-LOAN-NUMBER.
           MOVE TXB-LOAN-NUMBER TO EPY-LOAN-NUMBER
           MOVE "T" TO EPY-PAYEE-TYPE
           READ ESCROW-PAYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EPY-PARCEL-NUMBER NOT = SPACES
                   AND TXB-PARCEL-NUMBER NOT = SPACES
                   AND EPY-PARCEL-NUMBER NOT = TXB-PARCEL-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE EPY-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-BILL-MATCHED TO TRUE.

      * parcel numbers are unique only within a county, so the
      * loan's property county must agree when the vendor gives one
       MATCH-BY-PARCEL.
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO EPY-KEY
           START ESCROW-PAYEE-FILE KEY >= EPY-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ ESCROW-PAYEE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF EPY-TAX
                               AND EPY-PARCEL-NUMBER = TXB-PARCEL-NUMBER
                           PERFORM CHECK-PARCEL-COUNTY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PARCEL-COUNTY.
           MOVE EPY-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TXB-COUNTY = SPACES OR TXB-COUNTY = MLR-PROP-COUNTY
               SET WS-BILL-MATCHED TO TRUE
               SET WS-SCAN-COMPLETE TO TRUE
           END-IF.

       APPLY-BILL.
           IF EPY-FREQUENCY-MONTHS > 0 AND EPY-FREQUENCY-MONTHS <= 12
               COMPUTE WS-INSTALLMENTS-YEAR =
                       12 / EPY-FREQUENCY-MONTHS
           ELSE
               MOVE 1 TO WS-INSTALLMENTS-YEAR
           END-IF
           MOVE MLR-TAX-AMOUNT TO WS-OLD-TAX-AMOUNT
           COMPUTE WS-NEW-TAX-AMOUNT ROUNDED =
                   TXB-AMOUNT * WS-INSTALLMENTS-YEAR / 12

           MOVE TXB-AMOUNT TO EPY-AMOUNT
           MOVE TXB-DUE-DATE TO EPY-NEXT-DUE-DATE
           MOVE TXB-DUE-DATE TO EPY-BILL-DUE-DATE
           MOVE WS-RUN-DATE TO EPY-BILL-RECEIVED-DATE
           IF EPY-PARCEL-NUMBER = SPACES
               MOVE TXB-PARCEL-NUMBER TO EPY-PARCEL-NUMBER
           END-IF
           REWRITE ESCROW-PAYEE-RECORD
               INVALID KEY
                   MOVE "PAYEE ROW NOT UPDATED" TO WS-EXCEPTION-TEXT
                   PERFORM REPORT-BILL-EXCEPTION
                   ADD 1 TO WS-BILLS-UNMATCHED
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-NEW-TAX-AMOUNT TO MLR-TAX-AMOUNT
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   MOVE "LOAN TAX AMOUNT NOT UPDATED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM REPORT-BILL-EXCEPTION
                   ADD 1 TO WS-BILLS-UNMATCHED
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-BILLS-APPLIED

           IF WS-NEW-TAX-AMOUNT >
                   WS-OLD-TAX-AMOUNT * (1 + WS-INCREASE-TOLERANCE)
               PERFORM REQUEST-OFF-CYCLE-ANALYSIS
           END-IF.

       REQUEST-OFF-CYCLE-ANALYSIS.
           MOVE SPACES TO ESCROW-ANALYSIS-REQUEST
           SET EAR-REQUEST-ROW TO TRUE
           MOVE MLR-LOAN-NUMBER TO EAR-LOAN-NUMBER
           MOVE WS-RUN-DATE TO EAR-REQUEST-DATE
           MOVE "TAX BILL INCREASE" TO EAR-REASON
           MOVE WS-OLD-TAX-AMOUNT TO EAR-OLD-TAX-AMOUNT
           MOVE WS-NEW-TAX-AMOUNT TO EAR-NEW-TAX-AMOUNT
           WRITE ESCROW-ANALYSIS-REQUEST
           ADD 1 TO WS-ANALYSES-REQUESTED

           MOVE WS-OLD-TAX-AMOUNT TO WS-AMT-EDIT-1
           MOVE WS-NEW-TAX-AMOUNT TO WS-AMT-EDIT-2
           MOVE SPACES TO BILL-RPT-LINE
           STRING "INCR " MLR-LOAN-NUMBER " "
                  TXB-PARCEL-NUMBER " "
                  "MONTHLY TAX ESCROW" WS-AMT-EDIT-1 " TO"
                  WS-AMT-EDIT-2 " - OFF-CYCLE ANALYSIS REQUESTED"
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

      ****************************************************************
      * MISSING BILLS
      ****************************************************************
      * a tax installment coming due with no bill received for it -
      * EPY-BILL-DUE-DATE still names an earlier installment
       FIND-MISSING-BILLS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO EPY-KEY
           START ESCROW-PAYEE-FILE KEY >= EPY-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ ESCROW-PAYEE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF EPY-TAX
                               AND EPY-BILL-DUE-DATE
                                   NOT = EPY-NEXT-DUE-DATE
                           PERFORM CHECK-ONE-MISSING-BILL
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-MISSING-BILL.
           COMPUTE WS-DUE-IN-DAYS =
                   FUNCTION INTEGER-OF-DATE(EPY-NEXT-DUE-DATE)
                 - WS-RUN-DATE-INT
           IF WS-DUE-IN-DAYS > WS-HORIZON-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE EPY-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MLR-CHARGED-OFF OR MLR-CURRENT-BALANCE <= 0
                   OR MLR-XFER-SOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLS-MISSING
           MOVE WS-DUE-IN-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO BILL-RPT-LINE
           STRING "MISS " EPY-LOAN-NUMBER " "
                  EPY-PARCEL-NUMBER " "
                  MLR-PROP-COUNTY(1:20) " "
                  MLR-PROP-STATE " DUE " EPY-NEXT-DUE-DATE
                  " IN" WS-DAYS-EDIT " DAYS - NO BILL RECEIVED"
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

      ****************************************************************
      * THE BILL REPORT
      ****************************************************************
       WRITE-BILL-HEADINGS.
           MOVE SPACES TO BILL-RPT-LINE
           STRING "PROPERTY TAX BILL INTAKE AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           STRING "BILLS NOT APPLIED (EXCP) AND ESCROW INCREASES "
                  "(INCR)"
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       REPORT-BILL-EXCEPTION.
           MOVE TXB-AMOUNT TO WS-AMT-EDIT-1
           MOVE SPACES TO BILL-RPT-LINE
           STRING "EXCP " TXB-LOAN-NUMBER " "
                  TXB-PARCEL-NUMBER " "
                  TXB-COUNTY(1:20) " "
                  TXB-STATE " DUE " TXB-DUE-DATE
                  WS-AMT-EDIT-1 " "
                  WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       WRITE-MISSING-HEADINGS.
           MOVE SPACES TO BILL-RPT-LINE
           WRITE BILL-RPT-LINE
           MOVE SPACES TO BILL-RPT-LINE
           STRING "TAX INSTALLMENTS DUE WITHIN " WS-HORIZON-DAYS
                  " DAYS WITH NO BILL RECEIVED (MISS)"
               DELIMITED BY SIZE INTO BILL-RPT-LINE
           WRITE BILL-RPT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICEDE.

      ****************************************************************
      * MONTH-END BATCH: reinsurance cessions and recoverables - the
      * ceded side of CATRPT's gross exposure, which used to be
      * worked out by hand for each storm.
      *
      * Every claim incurred by the run date is gathered into its
      * occurrence: the catastrophe event its ICR-CAT-CODE names,
      * or the claim alone when it belongs to no event. Paid losses
      * are the ICR-PAYMENT-HISTORY payments dated by the run date,
      * net of the recoveries CLMRECOV posts there as negative
      * payments; the reserve is what ICR-RESERVE-AMOUNT has left
      * over gross paid on a claim still open or pending; incurred
      * is paid plus reserve. The treaties on RITREATY are then laid
      * over each occurrence that falls within their term, on the
      * lines they cover:
      *   - quota shares first, each ceding its percentage of paid
      *     and of incurred;
      *   - then each excess of loss layer, on what the quota
      *     shares leave: the occurrence's loss over the retention,
      *     up to the limit, and in all no more over the run than
      *     the limit and its reinstatements together.
      * Paid and incurred are run through each treaty separately;
      * the ceded reserve is ceded incurred less ceded paid. Each
      * treaty's share of each occurrence is kept on the recoverable
      * ledger (RIRECOV) - refigured in full every run, so a
      * reserve change or a late payment carries straight through.
      *
      * Remittances from the reinsurers (RIRECPTS) are applied to
      * the ledger rows they name before billing:
      *    1-8   treaty id
      *    9-20  occurrence (event code or claim number)
      *   21-31  amount, 9(9)V99
      *   32-39  date received, YYYYMMDD
      *
      * Each treaty then gets a statement to its reinsurer (RISTMT):
      * ceded paid not billed before is billed now - a negative
      * amount when recoveries have brought ceded paid down - with
      * what has been collected and the receivable still open, per
      * occurrence; an excess layer shows the reinstatement premium
      * earned on the ceded paid it has reinstated. The recoverable
      * report (RIRECRPT) gives each treaty's balances and, for
      * finance, the ceded reserve against the last run's.
      * RC=4 when a remittance names no ledger row or the occurrence
      * table fills; RC=8 when there is no treaty file.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-IN ASSIGN TO "CLAIMMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT TREATY-FILE ASSIGN TO "RITREATY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRT-STATUS.
           SELECT RECOVERABLE-LEDGER ASSIGN TO "RIRECOV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RIL-KEY
               FILE STATUS IS WS-RIL-STATUS.
           SELECT RECEIPT-IN ASSIGN TO "RIRECPTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "RISTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT RECOV-RPT ASSIGN TO "RIRECRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-IN.
       COPY "insurance-claim.cpy".

       FD  TREATY-FILE.
       COPY "reinsurance-treaty.cpy".

       FD  RECOVERABLE-LEDGER.
       COPY "reinsurance-recoverable.cpy".

       FD  RECEIPT-IN.
       01  RECEIPT-RECORD.
           05  RCP-TREATY-ID          PIC X(8).
           05  RCP-OCCURRENCE-ID      PIC X(12).
           05  RCP-AMOUNT             PIC 9(9)V99.
           05  RCP-DATE               PIC 9(8).

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE            PIC X(132).

       FD  RECOV-RPT.
       01  RECOV-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLM-STATUS         PIC X(2).
           88  WS-CLM-EOF            VALUE "10".
           88  WS-CLM-MISSING        VALUE "35".
       01  WS-TRT-STATUS         PIC X(2).
           88  WS-TRT-EOF            VALUE "10".
           88  WS-TRT-MISSING        VALUE "35".
       01  WS-RIL-STATUS         PIC X(2).
           88  WS-RIL-OK             VALUE "00".
           88  WS-RIL-NOT-FOUND      VALUE "23", "35".
           88  WS-RIL-EOF            VALUE "10".
       01  WS-RCP-STATUS         PIC X(2).
           88  WS-RCP-EOF            VALUE "10".
           88  WS-RCP-MISSING        VALUE "35".
       01  WS-STM-STATUS         PIC X(2).
       01  WS-RPT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CLAIMS-READ         PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-USED         PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-NOT-YET      PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-NO-LINE      PIC 9(9) COMP VALUE 0.
       01  WS-CLAIMS-NO-ROOM      PIC 9(9) COMP VALUE 0.
       01  WS-CESSIONS-POSTED     PIC 9(9) COMP VALUE 0.
       01  WS-RECEIPTS-APPLIED    PIC 9(9) COMP VALUE 0.
       01  WS-RECEIPTS-UNAPPLIED  PIC 9(9) COMP VALUE 0.
       01  WS-ROWS-BILLED         PIC 9(9) COMP VALUE 0.

      * the four lines, in ledger order
       01  WS-LINE-CODE-LIST      PIC X(8) VALUE "AUHMLFHE".
       01  WS-LINE-CODES REDEFINES WS-LINE-CODE-LIST.
           05  WS-LINE-CODE       OCCURS 4 TIMES PIC X(2).
       01  WS-LINE-IDX            PIC 9 COMP.
       01  WS-LINE-FOUND          PIC X(1).
           88  WS-LINE-HIT            VALUE "Y".

      * treaties, in file order
       01  WS-TR-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-TR-IDX              PIC 9(3) COMP.
       01  WS-TREATY-TABLE.
           05  WS-TR-ENTRY OCCURS 50 TIMES.
               10  WS-TR-ID           PIC X(8).
               10  WS-TR-REINSURER-ID PIC X(8).
               10  WS-TR-REINSURER    PIC X(35).
               10  WS-TR-TYPE         PIC X(1).
                   88  WS-TR-QUOTA-SHARE  VALUE "Q".
                   88  WS-TR-EXCESS       VALUE "X".
               10  WS-TR-LINE         PIC X(2).
               10  WS-TR-EFFECTIVE    PIC 9(8).
               10  WS-TR-EXPIRY       PIC 9(8).
               10  WS-TR-PCT          PIC 9V9(4).
               10  WS-TR-RETENTION    PIC 9(11)V99.
               10  WS-TR-LIMIT        PIC 9(11)V99.
               10  WS-TR-REINSTATE    PIC 9(2).
               10  WS-TR-REINST-PREM  PIC 9(9)V99.
               10  WS-TR-AGG-LIMIT    PIC S9(13)V99 COMP-3.
               10  WS-TR-USED-PAID    PIC S9(13)V99 COMP-3.
               10  WS-TR-USED-INC     PIC S9(13)V99 COMP-3.
               10  WS-TR-RSV-CHANGE   PIC S9(13)V99 COMP-3.
               10  WS-TR-RSV-NOW      PIC S9(13)V99 COMP-3.

      * occurrences: a catastrophe event, or a claim outside any,
      * with its losses by line and what the quota shares took
       01  WS-OC-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-OC-IDX              PIC 9(5) COMP.
       01  WS-OC-FOUND            PIC X(1).
           88  WS-OC-HIT              VALUE "Y".
       01  WS-OCCURRENCE-TABLE.
           05  WS-OC-ENTRY OCCURS 10000 TIMES.
               10  WS-OC-ID           PIC X(12).
               10  WS-OC-TYPE         PIC X(1).
               10  WS-OC-DATE         PIC 9(8).
               10  WS-OC-LINE OCCURS 4 TIMES.
                   15  WS-OC-PAID         PIC S9(13)V99 COMP-3.
                   15  WS-OC-INCURRED     PIC S9(13)V99 COMP-3.
                   15  WS-OC-QS-PAID      PIC S9(13)V99 COMP-3.
                   15  WS-OC-QS-INCURRED  PIC S9(13)V99 COMP-3.

      * one claim at the run date
       01  WS-PMT-IDX             PIC 9(2) COMP.
       01  WS-CLM-GROSS-PAID      PIC S9(11)V99 COMP-3.
       01  WS-CLM-NET-PAID        PIC S9(11)V99 COMP-3.
       01  WS-CLM-CASE            PIC S9(11)V99 COMP-3.

      * one treaty on one occurrence
       01  WS-GROSS-PAID          PIC S9(13)V99 COMP-3.
       01  WS-GROSS-INC           PIC S9(13)V99 COMP-3.
       01  WS-NET-PAID            PIC S9(13)V99 COMP-3.
       01  WS-NET-INC             PIC S9(13)V99 COMP-3.
       01  WS-PART-PAID           PIC S9(13)V99 COMP-3.
       01  WS-PART-INC            PIC S9(13)V99 COMP-3.
       01  WS-CEDE-PAID           PIC S9(13)V99 COMP-3.
       01  WS-CEDE-INC            PIC S9(13)V99 COMP-3.
       01  WS-CEDE-RSV            PIC S9(13)V99 COMP-3.
       01  WS-AGG-ROOM            PIC S9(13)V99 COMP-3.
       01  WS-RIL-FOUND           PIC X(1).
           88  WS-RIL-ON-FILE         VALUE "Y".

      * one treaty's statement
       01  WS-BILL-NOW            PIC S9(13)V99 COMP-3.
       01  WS-PREV-BILLED         PIC S9(13)V99 COMP-3.
       01  WS-OPEN-RECV           PIC S9(13)V99 COMP-3.
       01  WS-REINSTATED          PIC S9(13)V99 COMP-3.
       01  WS-REINST-PREM-DUE     PIC S9(13)V99 COMP-3.
       01  WS-ST-CEDED-PAID       PIC S9(15)V99 COMP-3.
       01  WS-ST-CEDED-RSV        PIC S9(15)V99 COMP-3.
       01  WS-ST-CEDED-INC        PIC S9(15)V99 COMP-3.
       01  WS-ST-PREV-BILLED      PIC S9(15)V99 COMP-3.
       01  WS-ST-BILL-NOW         PIC S9(15)V99 COMP-3.
       01  WS-ST-BILLED           PIC S9(15)V99 COMP-3.
       01  WS-ST-COLLECTED        PIC S9(15)V99 COMP-3.
       01  WS-ST-OPEN             PIC S9(15)V99 COMP-3.
       01  WS-ST-LINES            PIC 9(7) COMP.

      * run totals for finance
       01  WS-TOT-CEDED-PAID      PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-RSV-PRIOR       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-RSV-NOW         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-RSV-CHANGE      PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-OPEN            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TOT-BILL-NOW        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-RSV-PRIOR           PIC S9(15)V99 COMP-3.

       01  WS-AMT-DISPLAY         PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-2       PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-3       PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-4       PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-5       PIC -Z(12)9.99.
       01  WS-AMT-DISPLAY-6       PIC -Z(12)9.99.
       01  WS-PCT-DISPLAY         PIC ZZ9.99.
       01  WS-LINES-DISPLAY       PIC Z(6)9.
       01  WS-TYPE-LABEL          PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-TREATY-TABLE
           IF WS-TRT-MISSING
               DISPLAY "RICEDE: NO TREATY FILE - NOTHING CEDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GATHER-OCCURRENCES

           OPEN I-O RECOVERABLE-LEDGER
           IF WS-RIL-NOT-FOUND
               OPEN OUTPUT RECOVERABLE-LEDGER
               CLOSE RECOVERABLE-LEDGER
               OPEN I-O RECOVERABLE-LEDGER
           END-IF
           PERFORM APPLY-REINSURER-RECEIPTS

           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-QUOTA-SHARE(WS-TR-IDX)
                   PERFORM CEDE-QUOTA-SHARE
                       VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-EXCESS(WS-TR-IDX)
                   PERFORM CEDE-EXCESS-LAYER
                       VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-COUNT
               END-IF
           END-PERFORM

           OPEN OUTPUT STATEMENT-OUT
           OPEN OUTPUT RECOV-RPT
           PERFORM WRITE-RECOVERABLE-HEADINGS
           PERFORM BILL-ONE-TREATY
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
           PERFORM WRITE-FINANCE-SECTION
           CLOSE STATEMENT-OUT
           CLOSE RECOV-RPT
           CLOSE RECOVERABLE-LEDGER

           DISPLAY "RICEDE: TREATIES            = " WS-TR-COUNT
           DISPLAY "RICEDE: CLAIMS READ         = " WS-CLAIMS-READ
           DISPLAY "RICEDE: CLAIMS CEDED ON     = " WS-CLAIMS-USED
           DISPLAY "RICEDE: NOT YET INCURRED    = " WS-CLAIMS-NOT-YET
           DISPLAY "RICEDE: NO LINE             = " WS-CLAIMS-NO-LINE
           DISPLAY "RICEDE: NO ROOM IN TABLE    = " WS-CLAIMS-NO-ROOM
           DISPLAY "RICEDE: OCCURRENCES         = " WS-OC-COUNT
           DISPLAY "RICEDE: CESSIONS POSTED     = " WS-CESSIONS-POSTED
           DISPLAY "RICEDE: RECEIPTS APPLIED    = " WS-RECEIPTS-APPLIED
           DISPLAY "RICEDE: RECEIPTS UNAPPLIED  = "
                   WS-RECEIPTS-UNAPPLIED
           DISPLAY "RICEDE: LEDGER ROWS BILLED  = " WS-ROWS-BILLED
           MOVE WS-TOT-BILL-NOW TO WS-AMT-DISPLAY
           DISPLAY "RICEDE: BILLED THIS RUN     = " WS-AMT-DISPLAY
           MOVE WS-TOT-RSV-NOW TO WS-AMT-DISPLAY
           DISPLAY "RICEDE: CEDED RESERVE       = " WS-AMT-DISPLAY
           IF WS-RECEIPTS-UNAPPLIED > 0 OR WS-CLAIMS-NO-ROOM > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       LOAD-TREATY-TABLE.
           OPEN INPUT TREATY-FILE
           IF WS-TRT-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRT-EOF
               READ TREATY-FILE
                   AT END
                       SET WS-TRT-EOF TO TRUE
                   NOT AT END
                       IF WS-TR-COUNT < 50
                           ADD 1 TO WS-TR-COUNT
                           PERFORM STORE-ONE-TREATY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TREATY-FILE.

       STORE-ONE-TREATY.
           INITIALIZE WS-TR-ENTRY(WS-TR-COUNT)
           MOVE RIT-TREATY-ID TO WS-TR-ID(WS-TR-COUNT)
           MOVE RIT-REINSURER-ID TO WS-TR-REINSURER-ID(WS-TR-COUNT)
           MOVE RIT-REINSURER-NAME TO WS-TR-REINSURER(WS-TR-COUNT)
           MOVE RIT-TREATY-TYPE TO WS-TR-TYPE(WS-TR-COUNT)
           MOVE RIT-LINE TO WS-TR-LINE(WS-TR-COUNT)
           MOVE RIT-EFFECTIVE-DATE TO WS-TR-EFFECTIVE(WS-TR-COUNT)
           MOVE RIT-EXPIRY-DATE TO WS-TR-EXPIRY(WS-TR-COUNT)
           MOVE RIT-CESSION-PCT TO WS-TR-PCT(WS-TR-COUNT)
           MOVE RIT-RETENTION TO WS-TR-RETENTION(WS-TR-COUNT)
           MOVE RIT-LIMIT TO WS-TR-LIMIT(WS-TR-COUNT)
           MOVE RIT-REINSTATEMENTS TO WS-TR-REINSTATE(WS-TR-COUNT)
           MOVE RIT-REINST-PREMIUM TO WS-TR-REINST-PREM(WS-TR-COUNT)
           COMPUTE WS-TR-AGG-LIMIT(WS-TR-COUNT) =
                   RIT-LIMIT * (1 + RIT-REINSTATEMENTS).

      ****************************************************************
      * OCCURRENCES FROM THE CLAIMS BOOK
      ****************************************************************
       GATHER-OCCURRENCES.
           OPEN INPUT CLAIM-IN
           IF WS-CLM-MISSING
               DISPLAY "RICEDE: NO CLAIM FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLM-EOF
               READ CLAIM-IN
                   AT END
                       SET WS-CLM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       PERFORM GATHER-ONE-CLAIM
               END-READ
           END-PERFORM
           CLOSE CLAIM-IN.

       GATHER-ONE-CLAIM.
           IF ICR-INCIDENT-DATE > WS-RUN-DATE
                   OR ICR-INCIDENT-DATE = 0
               ADD 1 TO WS-CLAIMS-NOT-YET
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LINE-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4 OR WS-LINE-HIT
               IF WS-LINE-CODE(WS-LINE-IDX) = ICR-CLAIM-TYPE
                   SET WS-LINE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINE-HIT
               ADD 1 TO WS-CLAIMS-NO-LINE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-LINE-IDX

           MOVE 0 TO WS-CLM-GROSS-PAID
           MOVE 0 TO WS-CLM-NET-PAID
           PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > 10
               IF ICR-PMT-DATE(WS-PMT-IDX) > 0
                       AND ICR-PMT-DATE(WS-PMT-IDX) <= WS-RUN-DATE
                   ADD ICR-PMT-AMOUNT(WS-PMT-IDX) TO WS-CLM-NET-PAID
                   IF ICR-PMT-AMOUNT(WS-PMT-IDX) > 0
                       ADD ICR-PMT-AMOUNT(WS-PMT-IDX)
                           TO WS-CLM-GROSS-PAID
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CLM-CASE
           IF ICR-OPEN OR ICR-PENDING
               COMPUTE WS-CLM-CASE =
                       ICR-RESERVE-AMOUNT - WS-CLM-GROSS-PAID
               IF WS-CLM-CASE < 0
                   MOVE 0 TO WS-CLM-CASE
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-OCCURRENCE
           IF NOT WS-OC-HIT
               ADD 1 TO WS-CLAIMS-NO-ROOM
               EXIT PARAGRAPH
           END-IF
           IF ICR-INCIDENT-DATE < WS-OC-DATE(WS-OC-IDX)
               MOVE ICR-INCIDENT-DATE TO WS-OC-DATE(WS-OC-IDX)
           END-IF
           ADD WS-CLM-NET-PAID
               TO WS-OC-PAID(WS-OC-IDX, WS-LINE-IDX)
           COMPUTE WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX) =
                   WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                   + WS-CLM-NET-PAID + WS-CLM-CASE
           ADD 1 TO WS-CLAIMS-USED.

      * leaves WS-OC-IDX on the claim's event, adding it when new;
      * a claim outside any event is an occurrence of its own.
      * WS-OC-HIT is off only when the table is full
       FIND-OR-ADD-OCCURRENCE.
           MOVE "N" TO WS-OC-FOUND
           IF ICR-CAT-CODE NOT = SPACES
               PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                       UNTIL WS-OC-IDX > WS-OC-COUNT OR WS-OC-HIT
                   IF WS-OC-TYPE(WS-OC-IDX) = "C"
                           AND WS-OC-ID(WS-OC-IDX) = ICR-CAT-CODE
                       SET WS-OC-HIT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-OC-HIT
                   SUBTRACT 1 FROM WS-OC-IDX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-OC-COUNT >= 10000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OC-COUNT
           MOVE WS-OC-COUNT TO WS-OC-IDX
           INITIALIZE WS-OC-ENTRY(WS-OC-IDX)
           IF ICR-CAT-CODE NOT = SPACES
               MOVE ICR-CAT-CODE TO WS-OC-ID(WS-OC-IDX)
               MOVE "C" TO WS-OC-TYPE(WS-OC-IDX)
           ELSE
               MOVE ICR-CLAIM-NUMBER TO WS-OC-ID(WS-OC-IDX)
               MOVE "S" TO WS-OC-TYPE(WS-OC-IDX)
           END-IF
           MOVE ICR-INCIDENT-DATE TO WS-OC-DATE(WS-OC-IDX)
           SET WS-OC-HIT TO TRUE.

      ****************************************************************
      * REMITTANCES FROM THE REINSURERS
      ****************************************************************
       APPLY-REINSURER-RECEIPTS.
           OPEN INPUT RECEIPT-IN
           IF WS-RCP-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RCP-EOF
               READ RECEIPT-IN
                   AT END
                       SET WS-RCP-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE RECEIPT-IN.

       APPLY-ONE-RECEIPT.
           MOVE RCP-TREATY-ID TO RIL-TREATY-ID
           MOVE RCP-OCCURRENCE-ID TO RIL-OCCURRENCE-ID
           READ RECOVERABLE-LEDGER
               INVALID KEY
                   ADD 1 TO WS-RECEIPTS-UNAPPLIED
                   MOVE RCP-AMOUNT TO WS-AMT-DISPLAY
                   DISPLAY "RICEDE: RECEIPT NOT ON LEDGER "
                           RCP-TREATY-ID " " RCP-OCCURRENCE-ID
                           " " WS-AMT-DISPLAY
               NOT INVALID KEY
                   ADD RCP-AMOUNT TO RIL-COLLECTED-TO-DATE
                   MOVE RCP-DATE TO RIL-LAST-COLLECTED-DATE
                   REWRITE REINSURANCE-RECOVERABLE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-RECEIPTS-APPLIED
           END-READ.

      ****************************************************************
      * CESSIONS
      ****************************************************************
      * a quota share takes its percentage of each covered line
       CEDE-QUOTA-SHARE.
           IF WS-OC-DATE(WS-OC-IDX) < WS-TR-EFFECTIVE(WS-TR-IDX)
                   OR WS-OC-DATE(WS-OC-IDX) > WS-TR-EXPIRY(WS-TR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GROSS-PAID
           MOVE 0 TO WS-GROSS-INC
           MOVE 0 TO WS-CEDE-PAID
           MOVE 0 TO WS-CEDE-INC
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
               IF WS-TR-LINE(WS-TR-IDX) = SPACES
                       OR WS-TR-LINE(WS-TR-IDX)
                          = WS-LINE-CODE(WS-LINE-IDX)
                   COMPUTE WS-PART-PAID ROUNDED =
                           WS-OC-PAID(WS-OC-IDX, WS-LINE-IDX)
                           * WS-TR-PCT(WS-TR-IDX)
                   COMPUTE WS-PART-INC ROUNDED =
                           WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                           * WS-TR-PCT(WS-TR-IDX)
                   ADD WS-PART-PAID
                       TO WS-OC-QS-PAID(WS-OC-IDX, WS-LINE-IDX)
                   ADD WS-PART-INC
                       TO WS-OC-QS-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                   ADD WS-PART-PAID TO WS-CEDE-PAID
                   ADD WS-PART-INC TO WS-CEDE-INC
                   ADD WS-OC-PAID(WS-OC-IDX, WS-LINE-IDX)
                       TO WS-GROSS-PAID
                   ADD WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                       TO WS-GROSS-INC
               END-IF
           END-PERFORM
           PERFORM POST-CESSION.

      * an excess layer takes the occurrence's loss, net of the
      * quota shares, over the retention up to the limit, while
      * the limit and its reinstatements last
       CEDE-EXCESS-LAYER.
           IF WS-OC-DATE(WS-OC-IDX) < WS-TR-EFFECTIVE(WS-TR-IDX)
                   OR WS-OC-DATE(WS-OC-IDX) > WS-TR-EXPIRY(WS-TR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GROSS-PAID
           MOVE 0 TO WS-GROSS-INC
           MOVE 0 TO WS-NET-PAID
           MOVE 0 TO WS-NET-INC
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
               IF WS-TR-LINE(WS-TR-IDX) = SPACES
                       OR WS-TR-LINE(WS-TR-IDX)
                          = WS-LINE-CODE(WS-LINE-IDX)
                   ADD WS-OC-PAID(WS-OC-IDX, WS-LINE-IDX)
                       TO WS-GROSS-PAID
                   ADD WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                       TO WS-GROSS-INC
                   COMPUTE WS-NET-PAID = WS-NET-PAID
                           + WS-OC-PAID(WS-OC-IDX, WS-LINE-IDX)
                           - WS-OC-QS-PAID(WS-OC-IDX, WS-LINE-IDX)
                   COMPUTE WS-NET-INC = WS-NET-INC
                           + WS-OC-INCURRED(WS-OC-IDX, WS-LINE-IDX)
                           - WS-OC-QS-INCURRED(WS-OC-IDX,
                                               WS-LINE-IDX)
               END-IF
           END-PERFORM

           COMPUTE WS-CEDE-PAID =
                   WS-NET-PAID - WS-TR-RETENTION(WS-TR-IDX)
           IF WS-CEDE-PAID < 0
               MOVE 0 TO WS-CEDE-PAID
           END-IF
           IF WS-CEDE-PAID > WS-TR-LIMIT(WS-TR-IDX)
               MOVE WS-TR-LIMIT(WS-TR-IDX) TO WS-CEDE-PAID
           END-IF
           COMPUTE WS-AGG-ROOM = WS-TR-AGG-LIMIT(WS-TR-IDX)
                   - WS-TR-USED-PAID(WS-TR-IDX)
           IF WS-AGG-ROOM < 0
               MOVE 0 TO WS-AGG-ROOM
           END-IF
           IF WS-CEDE-PAID > WS-AGG-ROOM
               MOVE WS-AGG-ROOM TO WS-CEDE-PAID
           END-IF
           ADD WS-CEDE-PAID TO WS-TR-USED-PAID(WS-TR-IDX)

           COMPUTE WS-CEDE-INC =
                   WS-NET-INC - WS-TR-RETENTION(WS-TR-IDX)
           IF WS-CEDE-INC < 0
               MOVE 0 TO WS-CEDE-INC
           END-IF
           IF WS-CEDE-INC > WS-TR-LIMIT(WS-TR-IDX)
               MOVE WS-TR-LIMIT(WS-TR-IDX) TO WS-CEDE-INC
           END-IF
           COMPUTE WS-AGG-ROOM = WS-TR-AGG-LIMIT(WS-TR-IDX)
                   - WS-TR-USED-INC(WS-TR-IDX)
           IF WS-AGG-ROOM < 0
               MOVE 0 TO WS-AGG-ROOM
           END-IF
           IF WS-CEDE-INC > WS-AGG-ROOM
               MOVE WS-AGG-ROOM TO WS-CEDE-INC
           END-IF
           ADD WS-CEDE-INC TO WS-TR-USED-INC(WS-TR-IDX)

           PERFORM POST-CESSION.

      * the treaty's share of the occurrence onto its ledger row;
      * nothing ceded and no row yet means no row is wanted
       POST-CESSION.
           COMPUTE WS-CEDE-RSV = WS-CEDE-INC - WS-CEDE-PAID
           IF WS-CEDE-RSV < 0
               MOVE 0 TO WS-CEDE-RSV
           END-IF
           MOVE WS-TR-ID(WS-TR-IDX) TO RIL-TREATY-ID
           MOVE WS-OC-ID(WS-OC-IDX) TO RIL-OCCURRENCE-ID
           MOVE "Y" TO WS-RIL-FOUND
           READ RECOVERABLE-LEDGER
               INVALID KEY
                   MOVE "N" TO WS-RIL-FOUND
           END-READ
           IF NOT WS-RIL-ON-FILE
               IF WS-CEDE-PAID = 0 AND WS-CEDE-INC = 0
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE REINSURANCE-RECOVERABLE-RECORD
               MOVE WS-TR-ID(WS-TR-IDX) TO RIL-TREATY-ID
               MOVE WS-OC-ID(WS-OC-IDX) TO RIL-OCCURRENCE-ID
           END-IF

           COMPUTE WS-TR-RSV-CHANGE(WS-TR-IDX) =
                   WS-TR-RSV-CHANGE(WS-TR-IDX)
                   + WS-CEDE-RSV - RIL-CEDED-RESERVE
           MOVE WS-OC-TYPE(WS-OC-IDX) TO RIL-OCCURRENCE-TYPE
           MOVE WS-GROSS-PAID TO RIL-GROSS-PAID
           MOVE WS-GROSS-INC TO RIL-GROSS-INCURRED
           MOVE WS-CEDE-PAID TO RIL-CEDED-PAID
           MOVE WS-CEDE-INC TO RIL-CEDED-INCURRED
           MOVE WS-CEDE-RSV TO RIL-CEDED-RESERVE
           MOVE WS-RUN-DATE TO RIL-LAST-EVAL-DATE
           IF WS-RIL-ON-FILE
               REWRITE REINSURANCE-RECOVERABLE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REINSURANCE-RECOVERABLE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-CESSIONS-POSTED.

      ****************************************************************
      * STATEMENTS AND THE RECOVERABLE REPORT
      ****************************************************************
       WRITE-RECOVERABLE-HEADINGS.
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "REINSURANCE RECOVERABLES AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           MOVE SPACES TO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "TREATY   REINS ID T"
                  "       CEDED PAID" "    CEDED RESERVE"
                  "   CEDED INCURRED" "   BILLED TO DATE"
                  "        COLLECTED" "  OPEN RECEIVABLE"
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE.

      * one treaty's ledger rows: ceded paid not billed before is
      * billed now, and the statement shows every row with a bill
      * or a receivable still open
       BILL-ONE-TREATY.
           MOVE 0 TO WS-ST-CEDED-PAID
           MOVE 0 TO WS-ST-CEDED-RSV
           MOVE 0 TO WS-ST-CEDED-INC
           MOVE 0 TO WS-ST-PREV-BILLED
           MOVE 0 TO WS-ST-BILL-NOW
           MOVE 0 TO WS-ST-BILLED
           MOVE 0 TO WS-ST-COLLECTED
           MOVE 0 TO WS-ST-OPEN
           MOVE 0 TO WS-ST-LINES
           PERFORM WRITE-STATEMENT-HEADINGS

           MOVE WS-TR-ID(WS-TR-IDX) TO RIL-TREATY-ID
           MOVE LOW-VALUES TO RIL-OCCURRENCE-ID
           MOVE "00" TO WS-RIL-STATUS
           START RECOVERABLE-LEDGER KEY >= RIL-KEY
               INVALID KEY
                   SET WS-RIL-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RIL-EOF
               READ RECOVERABLE-LEDGER NEXT RECORD
                   AT END
                       SET WS-RIL-EOF TO TRUE
                   NOT AT END
                       IF RIL-TREATY-ID NOT = WS-TR-ID(WS-TR-IDX)
                           SET WS-RIL-EOF TO TRUE
                       ELSE
                           PERFORM BILL-ONE-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-STATEMENT-TOTALS
           PERFORM WRITE-TREATY-RECOVERABLE
           MOVE WS-ST-CEDED-RSV TO WS-TR-RSV-NOW(WS-TR-IDX)
           ADD WS-ST-CEDED-PAID TO WS-TOT-CEDED-PAID
           ADD WS-ST-OPEN TO WS-TOT-OPEN
           ADD WS-ST-BILL-NOW TO WS-TOT-BILL-NOW.

       BILL-ONE-OCCURRENCE.
           MOVE RIL-BILLED-TO-DATE TO WS-PREV-BILLED
           COMPUTE WS-BILL-NOW = RIL-CEDED-PAID - RIL-BILLED-TO-DATE
           IF WS-BILL-NOW NOT = 0
               MOVE RIL-CEDED-PAID TO RIL-BILLED-TO-DATE
               MOVE WS-RUN-DATE TO RIL-LAST-BILLED-DATE
               REWRITE REINSURANCE-RECOVERABLE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-ROWS-BILLED
           END-IF
           COMPUTE WS-OPEN-RECV =
                   RIL-BILLED-TO-DATE - RIL-COLLECTED-TO-DATE

           ADD RIL-CEDED-PAID TO WS-ST-CEDED-PAID
           ADD RIL-CEDED-RESERVE TO WS-ST-CEDED-RSV
           ADD RIL-CEDED-INCURRED TO WS-ST-CEDED-INC
           ADD WS-PREV-BILLED TO WS-ST-PREV-BILLED
           ADD WS-BILL-NOW TO WS-ST-BILL-NOW
           ADD RIL-BILLED-TO-DATE TO WS-ST-BILLED
           ADD RIL-COLLECTED-TO-DATE TO WS-ST-COLLECTED
           ADD WS-OPEN-RECV TO WS-ST-OPEN

           IF WS-BILL-NOW = 0 AND WS-OPEN-RECV = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-LINES
           MOVE RIL-CEDED-PAID TO WS-AMT-DISPLAY
           MOVE WS-PREV-BILLED TO WS-AMT-DISPLAY-2
           MOVE WS-BILL-NOW TO WS-AMT-DISPLAY-3
           MOVE RIL-COLLECTED-TO-DATE TO WS-AMT-DISPLAY-4
           MOVE WS-OPEN-RECV TO WS-AMT-DISPLAY-5
           IF RIL-CAT-EVENT
               MOVE "CAT EVENT" TO WS-TYPE-LABEL
           ELSE
               MOVE "SINGLE CLAIM" TO WS-TYPE-LABEL
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING RIL-OCCURRENCE-ID " " WS-TYPE-LABEL
                  WS-AMT-DISPLAY WS-AMT-DISPLAY-2
                  WS-AMT-DISPLAY-3 WS-AMT-DISPLAY-4
                  WS-AMT-DISPLAY-5
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-HEADINGS.
           MOVE SPACES TO STATEMENT-LINE
           STRING "REINSURANCE STATEMENT AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "TO: " WS-TR-REINSURER-ID(WS-TR-IDX)
                  " " WS-TR-REINSURER(WS-TR-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF WS-TR-QUOTA-SHARE(WS-TR-IDX)
               COMPUTE WS-PCT-DISPLAY = WS-TR-PCT(WS-TR-IDX) * 100
               STRING "TREATY " WS-TR-ID(WS-TR-IDX)
                      " QUOTA SHARE " WS-PCT-DISPLAY " PCT"
                      " LINE " WS-TR-LINE(WS-TR-IDX)
                      " TERM " WS-TR-EFFECTIVE(WS-TR-IDX)
                      "-" WS-TR-EXPIRY(WS-TR-IDX)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               MOVE WS-TR-LIMIT(WS-TR-IDX) TO WS-AMT-DISPLAY
               MOVE WS-TR-RETENTION(WS-TR-IDX) TO WS-AMT-DISPLAY-2
               STRING "TREATY " WS-TR-ID(WS-TR-IDX)
                      " EXCESS OF LOSS" WS-AMT-DISPLAY
                      " XS" WS-AMT-DISPLAY-2
                      " LINE " WS-TR-LINE(WS-TR-IDX)
                      " TERM " WS-TR-EFFECTIVE(WS-TR-IDX)
                      "-" WS-TR-EXPIRY(WS-TR-IDX)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OCCURRENCE   TYPE          "
                  "       CEDED PAID" "PREVIOUSLY BILLED"
                  "   THIS STATEMENT" "        COLLECTED"
                  "  OPEN RECEIVABLE"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
           MOVE WS-ST-CEDED-PAID TO WS-AMT-DISPLAY
           MOVE WS-ST-PREV-BILLED TO WS-AMT-DISPLAY-2
           MOVE WS-ST-BILL-NOW TO WS-AMT-DISPLAY-3
           MOVE WS-ST-COLLECTED TO WS-AMT-DISPLAY-4
           MOVE WS-ST-OPEN TO WS-AMT-DISPLAY-5
           MOVE SPACES TO STATEMENT-LINE
           STRING "TREATY TOTAL               "
                  WS-AMT-DISPLAY WS-AMT-DISPLAY-2
                  WS-AMT-DISPLAY-3 WS-AMT-DISPLAY-4
                  WS-AMT-DISPLAY-5
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-TR-EXCESS(WS-TR-IDX)
               PERFORM FIGURE-REINSTATEMENT-PREMIUM
               MOVE WS-REINSTATED TO WS-AMT-DISPLAY
               MOVE WS-REINST-PREM-DUE TO WS-AMT-DISPLAY-2
               MOVE SPACES TO STATEMENT-LINE
               STRING "LIMIT REINSTATED" WS-AMT-DISPLAY
                      "  REINSTATEMENT PREMIUM DUE TO YOU"
                      WS-AMT-DISPLAY-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE WS-ST-LINES TO WS-LINES-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "OCCURRENCES ON STATEMENT" WS-LINES-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      * each reinstatement is paid for pro rata as to the limit the
      * ceded paid has used up, as far as the reinstatements go
       FIGURE-REINSTATEMENT-PREMIUM.
           MOVE 0 TO WS-REINSTATED
           MOVE 0 TO WS-REINST-PREM-DUE
           IF WS-TR-LIMIT(WS-TR-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-CEDED-PAID TO WS-REINSTATED
           IF WS-REINSTATED > WS-TR-LIMIT(WS-TR-IDX)
                              * WS-TR-REINSTATE(WS-TR-IDX)
               COMPUTE WS-REINSTATED = WS-TR-LIMIT(WS-TR-IDX)
                       * WS-TR-REINSTATE(WS-TR-IDX)
           END-IF
           IF WS-REINSTATED < 0
               MOVE 0 TO WS-REINSTATED
           END-IF
           COMPUTE WS-REINST-PREM-DUE ROUNDED =
                   WS-REINSTATED / WS-TR-LIMIT(WS-TR-IDX)
                   * WS-TR-REINST-PREM(WS-TR-IDX).

       WRITE-TREATY-RECOVERABLE.
           MOVE WS-ST-CEDED-PAID TO WS-AMT-DISPLAY
           MOVE WS-ST-CEDED-RSV TO WS-AMT-DISPLAY-2
           MOVE WS-ST-CEDED-INC TO WS-AMT-DISPLAY-3
           MOVE WS-ST-BILLED TO WS-AMT-DISPLAY-4
           MOVE WS-ST-COLLECTED TO WS-AMT-DISPLAY-5
           MOVE WS-ST-OPEN TO WS-AMT-DISPLAY-6
           MOVE SPACES TO RECOV-RPT-LINE
           STRING WS-TR-ID(WS-TR-IDX) " "
                  WS-TR-REINSURER-ID(WS-TR-IDX) " "
                  WS-TR-TYPE(WS-TR-IDX)
                  WS-AMT-DISPLAY WS-AMT-DISPLAY-2
                  WS-AMT-DISPLAY-3 WS-AMT-DISPLAY-4
                  WS-AMT-DISPLAY-5 WS-AMT-DISPLAY-6
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE.

      * ceded reserve by treaty against the last run's, for the
      * reinsurance recoverable on unpaid losses
       WRITE-FINANCE-SECTION.
           MOVE SPACES TO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "CEDED RESERVES FOR FINANCE"
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "TREATY   REINS ID "
                  "        PRIOR RUN" "         THIS RUN"
                  "           CHANGE"
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           PERFORM WRITE-ONE-FINANCE-LINE
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
           MOVE WS-TOT-RSV-PRIOR TO WS-AMT-DISPLAY
           MOVE WS-TOT-RSV-NOW TO WS-AMT-DISPLAY-2
           MOVE WS-TOT-RSV-CHANGE TO WS-AMT-DISPLAY-3
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "TOTAL" "             "
                  WS-AMT-DISPLAY WS-AMT-DISPLAY-2 WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE
           MOVE WS-TOT-CEDED-PAID TO WS-AMT-DISPLAY
           MOVE WS-TOT-OPEN TO WS-AMT-DISPLAY-2
           MOVE SPACES TO RECOV-RPT-LINE
           STRING "CEDED PAID TO DATE" WS-AMT-DISPLAY
                  "  OPEN RECEIVABLE ON PAID LOSSES" WS-AMT-DISPLAY-2
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE.

       WRITE-ONE-FINANCE-LINE.
           COMPUTE WS-RSV-PRIOR = WS-TR-RSV-NOW(WS-TR-IDX)
                   - WS-TR-RSV-CHANGE(WS-TR-IDX)
           ADD WS-RSV-PRIOR TO WS-TOT-RSV-PRIOR
           ADD WS-TR-RSV-NOW(WS-TR-IDX) TO WS-TOT-RSV-NOW
           ADD WS-TR-RSV-CHANGE(WS-TR-IDX) TO WS-TOT-RSV-CHANGE
           MOVE WS-RSV-PRIOR TO WS-AMT-DISPLAY
           MOVE WS-TR-RSV-NOW(WS-TR-IDX) TO WS-AMT-DISPLAY-2
           MOVE WS-TR-RSV-CHANGE(WS-TR-IDX) TO WS-AMT-DISPLAY-3
           MOVE SPACES TO RECOV-RPT-LINE
           STRING WS-TR-ID(WS-TR-IDX) " "
                  WS-TR-REINSURER-ID(WS-TR-IDX) " "
                  WS-AMT-DISPLAY WS-AMT-DISPLAY-2 WS-AMT-DISPLAY-3
               DELIMITED BY SIZE INTO RECOV-RPT-LINE
           WRITE RECOV-RPT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTGLATE.

      ****************************************************************
      * NIGHTLY BATCH: mortgage late charge assessment, run after the
      * day's payments are applied. A loan whose installment due
      * (MLR-NEXT-PMT-DUE) is unpaid past the note's grace period is
      * charged once for that installment: the note's percent of
      * MLR-PI-AMOUNT, held to the lowest percent and dollar caps
      * LATELIM carries for the property state and for the loan's
      * investor. The charge goes to MLR-LATE-CHARGES-DUE, which
      * MTGPAY collects only after the installments. A note with no
      * late terms of its own takes the standard ones below.
      * No charge is assessed - the installment is waived, never
      * charged later - while the loan is
      *   - in a forbearance plan (MLR-FORBEAR-END-DATE),
      *   - in a modification trial period (open MODEVENT trial),
      *   - under a bankruptcy stay (BKRCHK).
      * Charged-off, paid-off and transferred-out loans are left
      * alone. Every charge and waiver prints on LATERPT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT LATE-CHARGE-LIMIT-FILE ASSIGN TO "LATELIM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LCL-KEY
               FILE STATUS IS WS-LCL-STATUS.
           SELECT MOD-EVENT-FILE ASSIGN TO "MODEVENT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MOD-KEY
               FILE STATUS IS WS-MOD-STATUS.
           SELECT LATE-RPT ASSIGN TO "LATERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LATE-CHARGE-LIMIT-FILE.
       COPY "late-charge-limit.cpy".

       FD  MOD-EVENT-FILE.
       COPY "mod-event.cpy".

       FD  LATE-RPT.
       01  LATE-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
           88  WS-MTG-EOF            VALUE "10".
       01  WS-LCL-STATUS         PIC X(2).
           88  WS-LCL-OK             VALUE "00".
       01  WS-MOD-STATUS         PIC X(2).
           88  WS-MOD-OK             VALUE "00".
       01  WS-RPT-STATUS         PIC X(2).

      * optional files: no limit table means the note terms stand,
      * no modification file means no loan is in a trial
       01  WS-LCL-OPEN            PIC X(1) VALUE "N".
           88  WS-LIMITS-ON-FILE      VALUE "Y".
       01  WS-MOD-OPEN            PIC X(1) VALUE "N".
           88  WS-MODS-ON-FILE        VALUE "Y".

      * standard note terms for a loan without its own
       01  WS-STD-GRACE-DAYS      PIC 9(2) VALUE 15.
       01  WS-STD-CHARGE-PCT      PIC 9V9(4) COMP-3 VALUE 0.0500.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DAYS-PAST-DUE       PIC S9(5) COMP-3.
       01  WS-GRACE-DAYS          PIC 9(2).
       01  WS-CHARGE-PCT          PIC 9V9(4) COMP-3.
       01  WS-CHARGE-CAP          PIC 9(5)V99 COMP-3.
       01  WS-CHARGE              PIC S9(5)V99 COMP-3.

       01  WS-WAIVE-REASON        PIC X(1).
           88  WS-NOT-WAIVED          VALUE " ".
           88  WS-WAIVE-FORBEARANCE   VALUE "F".
           88  WS-WAIVE-TRIAL         VALUE "T".
           88  WS-WAIVE-BANKRUPTCY    VALUE "B".

      * the latest modification event for the loan
       01  WS-MOD-SCAN-DONE       PIC X(1).
           88  WS-MOD-SCAN-COMPLETE   VALUE "Y".
       01  WS-LATEST-MOD-STATUS   PIC X(1).
           88  WS-LATEST-IS-TRIAL     VALUE "T".

      * the borrower handed to BKRCHK: the mortgage book is known
      * only by SSN
       01  WS-BKR-CUST-ID         PIC 9(10) VALUE 0.
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-STAY            VALUE "F".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).

       01  WS-LOANS-READ          PIC 9(9) COMP VALUE 0.
       01  WS-CHARGES-ASSESSED    PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-ASSESSED      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-WAIVED-FORBEAR      PIC 9(9) COMP VALUE 0.
       01  WS-WAIVED-TRIAL        PIC 9(9) COMP VALUE 0.
       01  WS-WAIVED-BANKRUPT     PIC 9(9) COMP VALUE 0.

      * one report line per charge or waiver
       01  WS-RPT-ACTION          PIC X(24).
       01  WS-RPT-DAYS            PIC ZZZ9.
       01  WS-RPT-PI              PIC -Z(6)9.99.
       01  WS-RPT-CHARGE          PIC -Z(4)9.99.
       01  WS-RPT-DUE             PIC -Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O MORTGAGE-MASTER
           IF NOT WS-MTG-OK
               DISPLAY "MTGLATE: MTGMAST OPEN FAILED " WS-MTG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LATE-CHARGE-LIMIT-FILE
           IF WS-LCL-OK
               SET WS-LIMITS-ON-FILE TO TRUE
           END-IF
           OPEN INPUT MOD-EVENT-FILE
           IF WS-MOD-OK
               SET WS-MODS-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT LATE-RPT
           MOVE SPACES TO LATE-RPT-LINE
           STRING "MTGLATE - MORTGAGE LATE CHARGES   RUN "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO LATE-RPT-LINE
           WRITE LATE-RPT-LINE

           PERFORM UNTIL WS-MTG-EOF
               READ MORTGAGE-MASTER NEXT RECORD
                   AT END
                       SET WS-MTG-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF NOT MLR-CHARGED-OFF
                               AND MLR-CURRENT-BALANCE > 0
                               AND NOT MLR-XFER-SOLD
                               AND MLR-NEXT-PMT-DUE > 0
                           PERFORM REVIEW-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LATE-RPT
           CLOSE MORTGAGE-MASTER
           IF WS-LIMITS-ON-FILE
               CLOSE LATE-CHARGE-LIMIT-FILE
           END-IF
           IF WS-MODS-ON-FILE
               CLOSE MOD-EVENT-FILE
           END-IF

           DISPLAY "MTGLATE: LOANS READ       = " WS-LOANS-READ
           DISPLAY "MTGLATE: CHARGES ASSESSED = " WS-CHARGES-ASSESSED
           DISPLAY "MTGLATE: AMOUNT ASSESSED  = " WS-TOTAL-ASSESSED
           DISPLAY "MTGLATE: WAIVED FORBEAR   = " WS-WAIVED-FORBEAR
           DISPLAY "MTGLATE: WAIVED TRIAL     = " WS-WAIVED-TRIAL
           DISPLAY "MTGLATE: WAIVED BANKRUPT  = " WS-WAIVED-BANKRUPT

           GOBACK.

      * one charge per installment: the due date charged (or
      * waived) is stamped on the loan, and the next charge waits
      * for MTGPAY to advance the due date
       REVIEW-ONE-LOAN.
           IF MLR-LATE-CHARGED-DUE = MLR-NEXT-PMT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE MLR-LATE-GRACE-DAYS TO WS-GRACE-DAYS
           IF WS-GRACE-DAYS = 0
               MOVE WS-STD-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(MLR-NEXT-PMT-DUE)
           IF WS-DAYS-PAST-DUE <= WS-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FOR-WAIVER
           IF WS-NOT-WAIVED
               PERFORM FIGURE-LATE-CHARGE
               ADD WS-CHARGE TO MLR-LATE-CHARGES-DUE
               ADD 1 TO WS-CHARGES-ASSESSED
               ADD WS-CHARGE TO WS-TOTAL-ASSESSED
               MOVE "LATE CHARGE ASSESSED" TO WS-RPT-ACTION
           ELSE
               MOVE 0 TO WS-CHARGE
           END-IF
           MOVE MLR-NEXT-PMT-DUE TO MLR-LATE-CHARGED-DUE
           REWRITE MORTGAGE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "MTGLATE: REWRITE FAILED " MLR-LOAN-NUMBER
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-LATE-LINE.

      * forbearance first, then an open trial, then the stay
       CHECK-FOR-WAIVER.
           MOVE SPACE TO WS-WAIVE-REASON
           IF MLR-FORBEAR-END-DATE >= WS-RUN-DATE
               SET WS-WAIVE-FORBEARANCE TO TRUE
               ADD 1 TO WS-WAIVED-FORBEAR
               MOVE "WAIVED - FORBEARANCE" TO WS-RPT-ACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATEST-MOD-STATUS
           IF WS-LATEST-IS-TRIAL
               SET WS-WAIVE-TRIAL TO TRUE
               ADD 1 TO WS-WAIVED-TRIAL
               MOVE "WAIVED - MOD TRIAL" TO WS-RPT-ACTION
               EXIT PARAGRAPH
           END-IF

           CALL "BKRCHK" USING WS-BKR-CUST-ID
                               MLR-BORR-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE = 0 AND WS-BKR-STAY
               SET WS-WAIVE-BANKRUPTCY TO TRUE
               ADD 1 TO WS-WAIVED-BANKRUPT
               MOVE "WAIVED - BANKRUPTCY" TO WS-RPT-ACTION
           END-IF.

      * the loan's events sit together under the loan-number prefix
      * of the key; the last one read is the latest
       FIND-LATEST-MOD-STATUS.
           MOVE SPACE TO WS-LATEST-MOD-STATUS
           IF NOT WS-MODS-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MOD-SCAN-DONE
           MOVE MLR-LOAN-NUMBER TO MOD-LOAN-NUMBER
           MOVE 0 TO MOD-SEQ
           START MOD-EVENT-FILE KEY >= MOD-KEY
               INVALID KEY
                   SET WS-MOD-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-MOD-SCAN-COMPLETE
               READ MOD-EVENT-FILE NEXT RECORD
                   AT END
                       SET WS-MOD-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF MOD-LOAN-NUMBER = MLR-LOAN-NUMBER
                           MOVE MOD-STATUS TO WS-LATEST-MOD-STATUS
                       ELSE
                           SET WS-MOD-SCAN-COMPLETE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * the note's percent of P&I, held to the lowest cap that
      * applies - state and investor alike
       FIGURE-LATE-CHARGE.
           MOVE MLR-LATE-CHARGE-PCT TO WS-CHARGE-PCT
           IF WS-CHARGE-PCT = 0
               MOVE WS-STD-CHARGE-PCT TO WS-CHARGE-PCT
           END-IF
           MOVE 0 TO WS-CHARGE-CAP

           IF WS-LIMITS-ON-FILE
               SET LCL-STATE-LIMIT TO TRUE
               MOVE MLR-PROP-STATE TO LCL-LIMIT-CODE
               PERFORM APPLY-ONE-LIMIT
               SET LCL-INVESTOR-LIMIT TO TRUE
               MOVE MLR-INVESTOR-CODE TO LCL-LIMIT-CODE
               PERFORM APPLY-ONE-LIMIT
           END-IF

           COMPUTE WS-CHARGE ROUNDED =
                   MLR-PI-AMOUNT * WS-CHARGE-PCT
           IF WS-CHARGE-CAP > 0 AND WS-CHARGE > WS-CHARGE-CAP
               MOVE WS-CHARGE-CAP TO WS-CHARGE
           END-IF
           IF WS-CHARGE < 0
               MOVE 0 TO WS-CHARGE
           END-IF.

       APPLY-ONE-LIMIT.
           READ LATE-CHARGE-LIMIT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LCL-MAX-PERCENT > 0 AND LCL-MAX-PERCENT < WS-CHARGE-PCT
               MOVE LCL-MAX-PERCENT TO WS-CHARGE-PCT
           END-IF
           IF LCL-MAX-AMOUNT > 0
               IF WS-CHARGE-CAP = 0 OR LCL-MAX-AMOUNT < WS-CHARGE-CAP
                   MOVE LCL-MAX-AMOUNT TO WS-CHARGE-CAP
               END-IF
           END-IF.

       WRITE-LATE-LINE.
           MOVE WS-DAYS-PAST-DUE TO WS-RPT-DAYS
           MOVE MLR-PI-AMOUNT TO WS-RPT-PI
           MOVE WS-CHARGE TO WS-RPT-CHARGE
           MOVE MLR-LATE-CHARGES-DUE TO WS-RPT-DUE
           MOVE SPACES TO LATE-RPT-LINE
           STRING MLR-LOAN-NUMBER " " MLR-INVESTOR-CODE
                  " " MLR-PROP-STATE
                  " " WS-RPT-ACTION
                  " DUE " MLR-NEXT-PMT-DUE
                  " DAYS " WS-RPT-DAYS
                  " P&I " WS-RPT-PI
                  " CHARGE " WS-RPT-CHARGE
                  " NOW DUE " WS-RPT-DUE
               DELIMITED BY SIZE INTO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.

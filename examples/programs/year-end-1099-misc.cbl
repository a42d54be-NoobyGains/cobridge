       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099M.

      ****************************************************************
      * YEAR-END BATCH: Form 1099-MISC and 1099-NEC for the payments
      * made by check to non-customer payees. Every check on the
      * check issuance table (CHKISSUE) issued in the tax year and
      * carrying a payee id - the claim checks ICRMAINT cuts to
      * attorneys, medical providers and repair vendors - is
      * totalled by payee; a stopped check paid no one and is left
      * out. Each payee is then looked up on the payee TIN file
      * (PAYEETIN) and its total reported in the box its payee
      * type calls for:
      *   A - attorney: gross proceeds, 1099-MISC box 10
      *   M - medical provider: medical payments, 1099-MISC box 6
      *   V - other vendor: nonemployee compensation, 1099-NEC
      *       box 1; a vendor that is a corporation is not reported
      * when the total reaches that box's reporting threshold.
      * Output is the payee form file (FORM1099M) and the TAX1099MX
      * extract the FIRE1099 formatter turns into the IRS
      * transmission - run TYPE=M for the MISC rows and TYPE=N for
      * the NEC rows - the same path 1099-INT and 1099-B take.
      * RC=4 when a check's payee is not on the TIN file or the
      * payee table fills; those payments are listed on SYSOUT and
      * not reported until the payee is set up.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUANCE-TABLE ASSIGN TO "CHKISSUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT PAYEE-TIN-FILE ASSIGN TO "PAYEETIN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PT-PAYEE-ID
               FILE STATUS IS WS-PT-STATUS.
           SELECT EXTRACT-OUT ASSIGN TO "TAX1099MX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT FORMS-OUT ASSIGN TO "FORM1099M"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  PAYEE-TIN-FILE.
       COPY "payee-tin.cpy".

       FD  EXTRACT-OUT.
       COPY "tax-1099-misc.cpy".

       FD  FORMS-OUT.
       01  FORM-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHK-FILE-STATUS    PIC X(2).
           88  WS-CHK-OK             VALUE "00".
       01  WS-PT-STATUS          PIC X(2).
           88  WS-PT-OK              VALUE "00".
       01  WS-EXT-STATUS         PIC X(2).
       01  WS-FRM-STATUS         PIC X(2).

       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

      * reporting thresholds by box
       01  WS-MEDICAL-THRESHOLD   PIC 9(7)V99 VALUE 2000.00.
       01  WS-ATTORNEY-THRESHOLD  PIC 9(7)V99 VALUE 600.00.
       01  WS-NEC-THRESHOLD       PIC 9(7)V99 VALUE 2000.00.

       01  WS-CHECKS-READ         PIC 9(9) COMP VALUE 0.
       01  WS-CHECKS-TOTALLED     PIC 9(9) COMP VALUE 0.
       01  WS-CHECKS-NO-ROOM      PIC 9(9) COMP VALUE 0.
       01  WS-PAYEES-NO-TIN       PIC 9(9) COMP VALUE 0.
       01  WS-PAYEES-EXEMPT       PIC 9(9) COMP VALUE 0.
       01  WS-PAYEES-UNDER        PIC 9(9) COMP VALUE 0.
       01  WS-MISC-REPORTED       PIC 9(9) COMP VALUE 0.
       01  WS-NEC-REPORTED        PIC 9(9) COMP VALUE 0.

      * per-payee totals for the year
       01  WS-PY-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-PY-IDX              PIC 9(4) COMP.
       01  WS-PY-FOUND            PIC X(1).
           88  WS-PY-HIT              VALUE "Y".
       01  WS-PAYEE-TABLE.
           05  WS-PY-ENTRY OCCURS 2000 TIMES.
               10  WS-PY-PAYEE-ID     PIC X(10).
               10  WS-PY-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-PY-CHECKS       PIC 9(5) COMP.

       01  WS-THRESHOLD           PIC 9(7)V99.
       01  WS-BOX-LABEL           PIC X(40).
       01  WS-AMT-DISPLAY         PIC -Z(9)9.99.
       01  WS-CNT-DISPLAY         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1

           OPEN INPUT CHECK-ISSUANCE-TABLE
           IF NOT WS-CHK-OK
               DISPLAY "TAX1099M: NO CHECK ISSUANCE TABLE - "
                       "NOTHING TO DO"
               GOBACK
           END-IF

      * the key leads with the drawing account, so every check is
      * read and the tax year picked out
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO CHK-KEY
           START CHECK-ISSUANCE-TABLE KEY >= CHK-KEY
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ CHECK-ISSUANCE-TABLE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHECKS-READ
                       IF CHK-ISSUE-DATE(1:4) = WS-TAX-YEAR
                               AND CHK-PAYEE-ID NOT = SPACES
                               AND NOT CHK-STOPPED
                           PERFORM TOTAL-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-ISSUANCE-TABLE

           OPEN INPUT PAYEE-TIN-FILE
           OPEN OUTPUT EXTRACT-OUT
           OPEN OUTPUT FORMS-OUT
           PERFORM REPORT-ONE-PAYEE
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
           CLOSE FORMS-OUT
           CLOSE EXTRACT-OUT
           CLOSE PAYEE-TIN-FILE

           DISPLAY "TAX1099M: TAX YEAR          = " WS-TAX-YEAR
           DISPLAY "TAX1099M: CHECKS READ       = " WS-CHECKS-READ
           DISPLAY "TAX1099M: CHECKS TOTALLED   = " WS-CHECKS-TOTALLED
           DISPLAY "TAX1099M: CHECKS NO ROOM    = " WS-CHECKS-NO-ROOM
           DISPLAY "TAX1099M: PAYEES            = " WS-PY-COUNT
           DISPLAY "TAX1099M: PAYEES NO TIN     = " WS-PAYEES-NO-TIN
           DISPLAY "TAX1099M: CORPORATE EXEMPT  = " WS-PAYEES-EXEMPT
           DISPLAY "TAX1099M: UNDER THRESHOLD   = " WS-PAYEES-UNDER
           DISPLAY "TAX1099M: 1099-MISC FORMS   = " WS-MISC-REPORTED
           DISPLAY "TAX1099M: 1099-NEC FORMS    = " WS-NEC-REPORTED
           IF WS-PAYEES-NO-TIN > 0 OR WS-CHECKS-NO-ROOM > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       TOTAL-ONE-CHECK.
           MOVE "N" TO WS-PY-FOUND
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-COUNT OR WS-PY-HIT
               IF WS-PY-PAYEE-ID(WS-PY-IDX) = CHK-PAYEE-ID
                   SET WS-PY-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-PY-HIT
               SUBTRACT 1 FROM WS-PY-IDX
           ELSE
               IF WS-PY-COUNT >= 2000
                   ADD 1 TO WS-CHECKS-NO-ROOM
                   MOVE CHK-AMOUNT TO WS-AMT-DISPLAY
                   DISPLAY "TAX1099M: NO ROOM FOR PAYEE "
                           CHK-PAYEE-ID " CHECK "
                           CHK-CHECK-NUMBER " " WS-AMT-DISPLAY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-IDX
               INITIALIZE WS-PY-ENTRY(WS-PY-IDX)
               MOVE CHK-PAYEE-ID TO WS-PY-PAYEE-ID(WS-PY-IDX)
           END-IF
           ADD CHK-AMOUNT TO WS-PY-AMOUNT(WS-PY-IDX)
           ADD 1 TO WS-PY-CHECKS(WS-PY-IDX)
           ADD 1 TO WS-CHECKS-TOTALLED.

      * the payee type picks the form and box; the box's threshold
      * decides whether the payee is reported at all
       REPORT-ONE-PAYEE.
           MOVE WS-PY-PAYEE-ID(WS-PY-IDX) TO PT-PAYEE-ID
           READ PAYEE-TIN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PT-OK OR NOT PT-VALID-TYPE
               ADD 1 TO WS-PAYEES-NO-TIN
               MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMT-DISPLAY
               DISPLAY "TAX1099M: PAYEE NOT ON TIN FILE "
                       WS-PY-PAYEE-ID(WS-PY-IDX) " "
                       WS-AMT-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF PT-VENDOR AND PT-IS-CORPORATION
               ADD 1 TO WS-PAYEES-EXEMPT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE TAX-1099-MISC-RECORD
           MOVE WS-TAX-YEAR TO T1099M-TAX-YEAR
           EVALUATE TRUE
               WHEN PT-ATTORNEY
                   MOVE WS-ATTORNEY-THRESHOLD TO WS-THRESHOLD
                   SET T1099M-MISC TO TRUE
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO T1099M-ATTORNEY
                   MOVE "1099-MISC BOX 10 GROSS PROCEEDS TO ATTORNEY"
                       TO WS-BOX-LABEL
               WHEN PT-MEDICAL
                   MOVE WS-MEDICAL-THRESHOLD TO WS-THRESHOLD
                   SET T1099M-MISC TO TRUE
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO T1099M-MEDICAL
                   MOVE "1099-MISC BOX 6 MEDICAL PAYMENTS"
                       TO WS-BOX-LABEL
               WHEN OTHER
                   MOVE WS-NEC-THRESHOLD TO WS-THRESHOLD
                   SET T1099M-NEC TO TRUE
                   MOVE WS-PY-AMOUNT(WS-PY-IDX) TO T1099M-NONEMPLOYEE
                   MOVE "1099-NEC BOX 1 NONEMPLOYEE COMPENSATION"
                       TO WS-BOX-LABEL
           END-EVALUATE
           IF WS-PY-AMOUNT(WS-PY-IDX) < WS-THRESHOLD
               ADD 1 TO WS-PAYEES-UNDER
               EXIT PARAGRAPH
           END-IF

           MOVE PT-PAYEE-ID TO T1099M-PAYEE-ID
           MOVE PT-NAME TO T1099M-PAYEE-NAME
           MOVE PT-TIN TO T1099M-TIN
           MOVE PT-TIN-TYPE TO T1099M-TIN-TYPE
           MOVE PT-STREET TO T1099M-STREET
           MOVE PT-CITY TO T1099M-CITY
           MOVE PT-STATE TO T1099M-STATE
           MOVE PT-ZIP TO T1099M-ZIP
           MOVE WS-PY-CHECKS(WS-PY-IDX) TO T1099M-CHECK-COUNT
           WRITE TAX-1099-MISC-RECORD
           IF T1099M-MISC
               ADD 1 TO WS-MISC-REPORTED
           ELSE
               ADD 1 TO WS-NEC-REPORTED
           END-IF
           PERFORM WRITE-PAYEE-FORM.

      * the payee's copy shows only the last four of its TIN
       WRITE-PAYEE-FORM.
           MOVE SPACES TO FORM-LINE
           STRING "FORM " T1099M-FORM " TAX YEAR " WS-TAX-YEAR
                  "  PAYER COBRIDGE BANK"
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "PAYEE " PT-PAYEE-ID " " PT-NAME
                  " TIN *****" PT-TIN(6:4)
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "      " PT-STREET " " PT-CITY " " PT-STATE
                  " " PT-ZIP
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMT-DISPLAY
           MOVE WS-PY-CHECKS(WS-PY-IDX) TO WS-CNT-DISPLAY
           MOVE SPACES TO FORM-LINE
           STRING "      " WS-BOX-LABEL WS-AMT-DISPLAY
                  "  CHECKS" WS-CNT-DISPLAY
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE.

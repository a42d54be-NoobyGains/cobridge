       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099C.

      ****************************************************************
      * YEAR-END BATCH: Form 1099-C cancellation of debt. Every row
      * of the charge-off register (CHGOFFRG) whose debt was
      * cancelled in the tax year is looked at once:
      *   - settled for less than the balance (LNRECOV) in the
      *     year: event code F (by agreement) on the settlement
      *     date, the forgiven principal and interest off the row
      *   - otherwise written off (CHGOFF, or approved through
      *     LNRECOV) in the year: event code G (policy to
      *     discontinue collection) on the charge-off date, the
      *     principal written off less what has been recovered, and
      *     the interest written off
      * Box 2 is the debt discharged, principal plus interest, with
      * the interest also in box 3; the $600 threshold is measured
      * on the principal. A write-off still pending approval is not
      * yet cancelled; a debt discharged in bankruptcy is not
      * reportable; a debt already reported for an earlier year
      * (COF-1099C-YEAR) is not reported again when it later
      * settles. The borrower, TIN and address come off the
      * mortgage master (the property address) or the consumer
      * servicing record and its customer. Each reported row is
      * stamped with the tax year. Output is the borrower form file
      * (FORM1099C) and the TAX1099CX extract FIRE1099 transmits
      * with PARM TYPE=C. RC=4 when a debt has no TIN or no loan
      * record; it is listed on SYSOUT and not reported.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFFRG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COF-LOAN-NUMBER
               FILE STATUS IS WS-COF-STATUS.
           SELECT MORTGAGE-MASTER ASSIGN TO "MTGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MLR-LOAN-NUMBER
               FILE STATUS IS WS-MTG-STATUS.
           SELECT LOAN-SERVICING ASSIGN TO "LOANSERV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LSV-LOAN-NUMBER
               FILE STATUS IS WS-LSV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EXTRACT-OUT ASSIGN TO "TAX1099CX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT FORMS-OUT ASSIGN TO "FORM1099C"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-FILE.
       COPY "charge-off.cpy".

       FD  MORTGAGE-MASTER.
       COPY "mortgage-record.cpy".

       FD  LOAN-SERVICING.
       COPY "loan-servicing.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  EXTRACT-OUT.
       COPY "tax-1099-c.cpy".

       FD  FORMS-OUT.
       01  FORM-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COF-STATUS         PIC X(2).
           88  WS-COF-OK             VALUE "00".
       01  WS-MTG-STATUS         PIC X(2).
           88  WS-MTG-OK             VALUE "00".
       01  WS-LSV-STATUS         PIC X(2).
           88  WS-LSV-OK             VALUE "00".
       01  WS-CUST-STATUS        PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-EXT-STATUS         PIC X(2).
       01  WS-FRM-STATUS         PIC X(2).

       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-YEAR            PIC 9(4).
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".

      * reporting threshold, measured on the principal discharged
       01  WS-THRESHOLD           PIC 9(7)V99 VALUE 600.00.

       01  WS-ROWS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-SETTLEMENTS         PIC 9(9) COMP VALUE 0.
       01  WS-CHARGE-OFFS         PIC 9(9) COMP VALUE 0.
       01  WS-UNDER-THRESHOLD     PIC 9(9) COMP VALUE 0.
       01  WS-BK-DISCHARGED       PIC 9(9) COMP VALUE 0.
       01  WS-ALREADY-REPORTED    PIC 9(9) COMP VALUE 0.
       01  WS-NO-TIN              PIC 9(9) COMP VALUE 0.
       01  WS-FORMS-WRITTEN       PIC 9(9) COMP VALUE 0.

      * the debt being looked at
       01  WS-EVENT-CODE          PIC X(1).
       01  WS-EVENT-DATE          PIC 9(8).
       01  WS-PRINCIPAL           PIC S9(11)V99 COMP-3.
       01  WS-INTEREST            PIC S9(11)V99 COMP-3.
       01  WS-BORROWER-FOUND      PIC X(1).
           88  WS-BORROWER-ON-FILE    VALUE "Y".

       01  WS-EVENT-LABEL         PIC X(40).
       01  WS-AMT-DISPLAY         PIC -Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1

           OPEN I-O CHARGE-OFF-FILE
           IF NOT WS-COF-OK
               DISPLAY "TAX1099C: NO CHARGE-OFF REGISTER - "
                       "NOTHING TO DO"
               GOBACK
           END-IF
           OPEN INPUT MORTGAGE-MASTER
           OPEN INPUT LOAN-SERVICING
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT EXTRACT-OUT
           OPEN OUTPUT FORMS-OUT

           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO COF-LOAN-NUMBER
           START CHARGE-OFF-FILE KEY >= COF-LOAN-NUMBER
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ CHARGE-OFF-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM REVIEW-ONE-DEBT
               END-READ
           END-PERFORM

           CLOSE FORMS-OUT
           CLOSE EXTRACT-OUT
           CLOSE CUSTOMER-MASTER
           CLOSE LOAN-SERVICING
           CLOSE MORTGAGE-MASTER
           CLOSE CHARGE-OFF-FILE

           DISPLAY "TAX1099C: TAX YEAR          = " WS-TAX-YEAR
           DISPLAY "TAX1099C: REGISTER ROWS     = " WS-ROWS-READ
           DISPLAY "TAX1099C: SETTLEMENTS       = " WS-SETTLEMENTS
           DISPLAY "TAX1099C: CHARGE-OFFS       = " WS-CHARGE-OFFS
           DISPLAY "TAX1099C: UNDER THRESHOLD   = " WS-UNDER-THRESHOLD
           DISPLAY "TAX1099C: BANKRUPTCY DISCH  = " WS-BK-DISCHARGED
           DISPLAY "TAX1099C: REPORTED BEFORE   = " WS-ALREADY-REPORTED
           DISPLAY "TAX1099C: NO TIN / NO LOAN  = " WS-NO-TIN
           DISPLAY "TAX1099C: 1099-C FORMS      = " WS-FORMS-WRITTEN
           IF WS-NO-TIN > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * a settlement in the year is the event; failing that, the
      * write-off in the year is
       REVIEW-ONE-DEBT.
           EVALUATE TRUE
               WHEN COF-SETTLED
                       AND COF-SETTLED-DATE(1:4) = WS-TAX-YEAR
                   MOVE "F" TO WS-EVENT-CODE
                   MOVE COF-SETTLED-DATE TO WS-EVENT-DATE
                   MOVE COF-FORGIVEN-PRINCIPAL TO WS-PRINCIPAL
                   MOVE COF-FORGIVEN-INTEREST TO WS-INTEREST
               WHEN (COF-CHARGED OR COF-CLOSED OR COF-SETTLED)
                       AND COF-CHARGE-DATE(1:4) = WS-TAX-YEAR
                   MOVE "G" TO WS-EVENT-CODE
                   MOVE COF-CHARGE-DATE TO WS-EVENT-DATE
                   COMPUTE WS-PRINCIPAL =
                           COF-PRINCIPAL-WO - COF-RECOVERED-TO-DATE
                   IF WS-PRINCIPAL < 0
                       MOVE 0 TO WS-PRINCIPAL
                   END-IF
                   MOVE COF-INTEREST-WO TO WS-INTEREST
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF COF-1099C-YEAR > 0 AND COF-1099C-YEAR < WS-TAX-YEAR
               ADD 1 TO WS-ALREADY-REPORTED
               EXIT PARAGRAPH
           END-IF
           IF COF-DISCHARGED-IN-BK
               ADD 1 TO WS-BK-DISCHARGED
               EXIT PARAGRAPH
           END-IF
           IF WS-PRINCIPAL < WS-THRESHOLD
               ADD 1 TO WS-UNDER-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           INITIALIZE TAX-1099-C-RECORD
           MOVE WS-TAX-YEAR TO T1099C-TAX-YEAR
           MOVE COF-LOAN-NUMBER TO T1099C-LOAN-NUMBER
           MOVE COF-BOOK TO T1099C-BOOK
           IF COF-MORTGAGE
               PERFORM FILL-MORTGAGE-BORROWER
           ELSE
               PERFORM FILL-CONSUMER-BORROWER
           END-IF
           IF NOT WS-BORROWER-ON-FILE
                   OR T1099C-TIN = SPACES OR T1099C-TIN = ZEROS
               ADD 1 TO WS-NO-TIN
               MOVE WS-PRINCIPAL TO WS-AMT-DISPLAY
               DISPLAY "TAX1099C: NO BORROWER TIN FOR "
                       COF-LOAN-NUMBER " " WS-AMT-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVENT-CODE TO T1099C-EVENT-CODE
           MOVE WS-EVENT-DATE TO T1099C-EVENT-DATE
           MOVE WS-PRINCIPAL TO T1099C-PRINCIPAL
           MOVE WS-INTEREST TO T1099C-INTEREST
           COMPUTE T1099C-DEBT-DISCHARGED =
                   WS-PRINCIPAL + WS-INTEREST
           WRITE TAX-1099-C-RECORD
           ADD 1 TO WS-FORMS-WRITTEN
           IF T1099C-BY-AGREEMENT
               ADD 1 TO WS-SETTLEMENTS
           ELSE
               ADD 1 TO WS-CHARGE-OFFS
           END-IF
           PERFORM WRITE-BORROWER-FORM

           MOVE WS-TAX-YEAR TO COF-1099C-YEAR
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * the mortgage book knows the borrower by SSN and the
      * property address only
       FILL-MORTGAGE-BORROWER.
           MOVE "N" TO WS-BORROWER-FOUND
           MOVE COF-LOAN-NUMBER TO MLR-LOAN-NUMBER
           READ MORTGAGE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-BORROWER-ON-FILE TO TRUE
           STRING MLR-BORR-FIRST-NAME DELIMITED BY "  "
                  " " MLR-BORR-LAST-NAME DELIMITED BY "  "
               INTO T1099C-DEBTOR-NAME
           MOVE MLR-BORR-SSN TO T1099C-TIN
           MOVE MLR-PROP-STREET1 TO T1099C-STREET
           MOVE MLR-PROP-CITY TO T1099C-CITY
           MOVE MLR-PROP-STATE TO T1099C-STATE
           MOVE MLR-PROP-ZIP TO T1099C-ZIP
           MOVE "RESIDENTIAL MORTGAGE LOAN" TO T1099C-DEBT-DESC.

      * the consumer loan carries the SSN; the mailing address is
      * the borrower's on the customer master
       FILL-CONSUMER-BORROWER.
           MOVE "N" TO WS-BORROWER-FOUND
           MOVE COF-LOAN-NUMBER(1:12) TO LSV-LOAN-NUMBER
           READ LOAN-SERVICING
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-BORROWER-ON-FILE TO TRUE
           MOVE LSV-BORROWER-NAME TO T1099C-DEBTOR-NAME
           MOVE LSV-BORROWER-SSN TO T1099C-TIN
           MOVE "CONSUMER INSTALLMENT LOAN" TO T1099C-DEBT-DESC
           MOVE LSV-BORROWER-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-STREET TO T1099C-STREET
           MOVE CUST-CITY TO T1099C-CITY
           MOVE CUST-STATE TO T1099C-STATE
           MOVE CUST-ZIP TO T1099C-ZIP.

      * the borrower's copy shows only the last four of the TIN
       WRITE-BORROWER-FORM.
           IF T1099C-BY-AGREEMENT
               MOVE "F - BY AGREEMENT" TO WS-EVENT-LABEL
           ELSE
               MOVE "G - DECISION TO DISCONTINUE COLLECTION"
                   TO WS-EVENT-LABEL
           END-IF
           MOVE SPACES TO FORM-LINE
           STRING "FORM 1099-C TAX YEAR " WS-TAX-YEAR
                  "  CREDITOR COBRIDGE BANK"
                  "  ACCOUNT " T1099C-LOAN-NUMBER
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "DEBTOR " T1099C-DEBTOR-NAME
                  " TIN *****" T1099C-TIN(6:4)
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "       " T1099C-STREET " " T1099C-CITY " "
                  T1099C-STATE " " T1099C-ZIP
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "       BOX 1 DATE OF IDENTIFIABLE EVENT "
                  T1099C-EVENT-DATE
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE T1099C-DEBT-DISCHARGED TO WS-AMT-DISPLAY
           MOVE SPACES TO FORM-LINE
           STRING "       BOX 2 AMOUNT OF DEBT DISCHARGED  "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE T1099C-INTEREST TO WS-AMT-DISPLAY
           MOVE SPACES TO FORM-LINE
           STRING "       BOX 3 INTEREST INCLUDED IN BOX 2 "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "       BOX 4 " T1099C-DEBT-DESC
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           STRING "       BOX 6 IDENTIFIABLE EVENT CODE " WS-EVENT-LABEL
               DELIMITED BY SIZE INTO FORM-LINE
           WRITE FORM-LINE
           MOVE SPACES TO FORM-LINE
           WRITE FORM-LINE.

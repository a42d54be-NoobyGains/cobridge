      * (TAX1099BX) instead: same record set, return type B,
      * amount-1 carrying gross proceeds, so the brokerage forms
      * ride the identical transmission path as 1099-INT.
      *
      * PARM TYPE=M formats the 1099-MISC rows of the extract
      * TAX1099M produces (TAX1099MX): return type A, medical
      * payments in amount 6 and attorney gross proceeds in amount
      * C. PARM TYPE=N formats the 1099-NEC rows of the same
      * extract: return type NE, nonemployee compensation in
      * amount 1. The rows of the other form are passed over.
      *
      * PARM TYPE=C formats the 1099-C extract TAX1099C produces
      * (TAX1099CX): return type 5, the debt discharged in amount
      * 2 and the interest included in it in amount 3, with the
      * identifiable event date, code and debt description in the
      * form-specific positions of the B record.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-B-IN ASSIGN TO "TAX1099BX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT EXTRACT-M-IN ASSIGN TO "TAX1099MX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT EXTRACT-C-IN ASSIGN TO "TAX1099CX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT FIRE-OUT ASSIGN TO "FIREFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIRE-STATUS.
       FD  EXTRACT-B-IN.
       COPY "tax-1099-b.cpy".

       FD  EXTRACT-M-IN.
       COPY "tax-1099-misc.cpy".

       FD  EXTRACT-C-IN.
       COPY "tax-1099-c.cpy".

       FD  FIRE-OUT.
       01  FIRE-RECORD               PIC X(750).

       01  WS-PAYER-ZIP           PIC X(9)  VALUE "627010000".

      * return type off the job PARM: default 1099-INT, TYPE=B for
      * the brokerage 1099-B extract, TYPE=M and TYPE=N for the
      * 1099-MISC and 1099-NEC rows of the payee extract, TYPE=C for
      * the cancellation-of-debt extract
       01  WS-PARM-LINE           PIC X(20).
       01  WS-RETURN-TYPE         PIC X(1) VALUE "I".
           88  WS-TYPE-1099B          VALUE "B".
           88  WS-TYPE-1099MISC       VALUE "M".
           88  WS-TYPE-1099NEC        VALUE "N".
           88  WS-TYPE-1099C          VALUE "C".
           88  WS-TYPE-PAYEE-EXTRACT  VALUE "M", "N".

       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-EXTRACT-COUNT       PIC 9(8) VALUE 0.
           05  B-PAYEE-ACCOUNT    PIC X(20).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  B-AMOUNT-1         PIC 9(12).
      * amounts 2-3 carry the debt discharged and its interest on
      * the 1099-C return only; amount 4 carries the backup
      * withholding on the INT return, amounts 6 and C the medical
      * payments and attorney proceeds on the MISC return
           05  B-AMOUNT-2         PIC 9(12).
           05  B-AMOUNT-3         PIC 9(12).
           05  B-AMOUNT-4         PIC 9(12).
           05  FILLER             PIC X(12) VALUE SPACES.
           05  B-AMOUNT-6         PIC 9(12).
           05  FILLER             PIC X(60) VALUE SPACES.
           05  B-AMOUNT-C         PIC 9(12).
           05  B-PAYEE-NAME       PIC X(40).
           05  B-PAYEE-STREET     PIC X(40).
           05  B-PAYEE-CITY       PIC X(40).
           05  B-PAYEE-STATE      PIC X(2).
           05  B-PAYEE-ZIP        PIC X(9).
           05  FILLER             PIC X(226) VALUE SPACES.
      * 1099-C form-specific positions 547-596
           05  B-BANKRUPTCY-IND   PIC X(1).
           05  B-EVENT-DATE       PIC X(8).
           05  B-DEBT-DESC        PIC X(39).
           05  B-PERSONAL-LIAB    PIC X(1).
           05  B-EVENT-CODE       PIC X(1).
           05  FILLER             PIC X(146) VALUE SPACES.
           05  B-SEQUENCE         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           EVALUATE WS-PARM-LINE(1:6)
               WHEN "TYPE=B"
                   MOVE "B" TO WS-RETURN-TYPE
               WHEN "TYPE=M"
                   MOVE "M" TO WS-RETURN-TYPE
               WHEN "TYPE=N"
                   MOVE "N" TO WS-RETURN-TYPE
               WHEN "TYPE=C"
                   MOVE "C" TO WS-RETURN-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   OPEN INPUT EXTRACT-B-IN
               WHEN WS-TYPE-PAYEE-EXTRACT
                   OPEN INPUT EXTRACT-M-IN
               WHEN WS-TYPE-1099C
                   OPEN INPUT EXTRACT-C-IN
               WHEN OTHER
                   OPEN INPUT EXTRACT-IN
           END-EVALUATE
           OPEN OUTPUT FIRE-OUT
           OPEN OUTPUT BALANCE-RPT

               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   MOVE T1099B-TAX-YEAR TO WS-TAX-YEAR
               WHEN WS-TYPE-PAYEE-EXTRACT
                   MOVE T1099M-TAX-YEAR TO WS-TAX-YEAR
               WHEN WS-TYPE-1099C
                   MOVE T1099C-TAX-YEAR TO WS-TAX-YEAR
               WHEN OTHER
                   MOVE T1099-TAX-YEAR TO WS-TAX-YEAR
           END-EVALUATE

           PERFORM WRITE-T-RECORD
           PERFORM WRITE-A-RECORD
                       IF FIRE-RECORD(1:1) = "B"
                           MOVE FIRE-RECORD TO WS-B-RECORD
                           ADD 1 TO WS-B-COUNT
                           COMPUTE WS-B-TOTAL = WS-B-TOTAL
                                   + (B-AMOUNT-1 + B-AMOUNT-6
                                      + B-AMOUNT-C) / 100
      * amount 3 is part of amount 2, so only amount 2 is summed
                           IF WS-TYPE-1099C
                               COMPUTE WS-B-TOTAL = WS-B-TOTAL
                                       + B-AMOUNT-2 / 100
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           WRITE FIRE-RECORD.

       READ-ONE-EXTRACT-ROW.
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   READ EXTRACT-B-IN
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN WS-TYPE-PAYEE-EXTRACT
                   PERFORM READ-ONE-PAYEE-ROW
               WHEN WS-TYPE-1099C
                   READ EXTRACT-C-IN
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ EXTRACT-IN
                       AT END
                           SET WS-EXT-EOF TO TRUE
                   END-READ
           END-EVALUATE.

      * the payee extract carries both forms; only the rows of the
      * form being filed are returned
       READ-ONE-PAYEE-ROW.
           PERFORM UNTIL WS-EXT-EOF
               READ EXTRACT-M-IN
                   AT END
                       SET WS-EXT-EOF TO TRUE
                   NOT AT END
                       IF (WS-TYPE-1099MISC AND T1099M-MISC)
                               OR (WS-TYPE-1099NEC AND T1099M-NEC)
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-EXTRACT-IN.
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   CLOSE EXTRACT-B-IN
               WHEN WS-TYPE-PAYEE-EXTRACT
                   CLOSE EXTRACT-M-IN
               WHEN WS-TYPE-1099C
                   CLOSE EXTRACT-C-IN
               WHEN OTHER
                   CLOSE EXTRACT-IN
           END-EVALUATE.

      * return type in positions 26-27 marks the payer's B records:
      * 6 = 1099-INT (amount code 1, box 1 interest), B = 1099-B
      * (amount code 2, gross proceeds), A = 1099-MISC (amount
      * codes 6, medical, and C, attorney proceeds), NE = 1099-NEC
      * (amount code 1, nonemployee compensation), 5 = 1099-C
      * (amount codes 2, debt discharged, and 3, interest)
       WRITE-A-RECORD.
           MOVE SPACES TO FIRE-RECORD
           MOVE "A" TO FIRE-RECORD(1:1)
           MOVE WS-TAX-YEAR TO FIRE-RECORD(2:4)
           MOVE WS-TRANSMITTER-TIN TO FIRE-RECORD(12:9)
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   MOVE "B" TO FIRE-RECORD(27:1)
                   MOVE "2" TO FIRE-RECORD(28:1)
               WHEN WS-TYPE-1099MISC
                   MOVE "A" TO FIRE-RECORD(27:1)
                   MOVE "6C" TO FIRE-RECORD(28:2)
               WHEN WS-TYPE-1099NEC
                   MOVE "NE" TO FIRE-RECORD(26:2)
                   MOVE "1" TO FIRE-RECORD(28:1)
               WHEN WS-TYPE-1099C
                   MOVE "5" TO FIRE-RECORD(27:1)
                   MOVE "23" TO FIRE-RECORD(28:2)
               WHEN OTHER
                   MOVE "6" TO FIRE-RECORD(27:1)
                   MOVE "1" TO FIRE-RECORD(28:1)
           END-EVALUATE
           MOVE WS-PAYER-NAME TO FIRE-RECORD(52:40)
           MOVE WS-PAYER-STREET TO FIRE-RECORD(134:40)
           MOVE WS-PAYER-CITY TO FIRE-RECORD(174:25)
      * only the extract side accumulates here; the B side is
      * counted back off the file in VERIFY-FIRE-FILE
           ADD 1 TO WS-EXTRACT-COUNT
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   ADD T1099B-PROCEEDS TO WS-EXTRACT-TOTAL
               WHEN WS-TYPE-PAYEE-EXTRACT
                   COMPUTE WS-EXTRACT-TOTAL = WS-EXTRACT-TOTAL
                           + T1099M-MEDICAL + T1099M-ATTORNEY
                           + T1099M-NONEMPLOYEE
               WHEN WS-TYPE-1099C
                   ADD T1099C-DEBT-DISCHARGED TO WS-EXTRACT-TOTAL
               WHEN OTHER
                   ADD T1099-INTEREST-TOTAL TO WS-EXTRACT-TOTAL
           END-EVALUATE

           MOVE SPACES TO WS-B-RECORD
           MOVE "B" TO B-RECORD-TYPE
           MOVE " " TO B-CORRECTION-IND
      * the extract carries the SSN as 999-99-9999; FIRE wants the
      * nine digits alone
           EVALUATE TRUE
               WHEN WS-TYPE-1099B
                   STRING T1099B-CUST-SSN(1:3)
                          T1099B-CUST-SSN(5:2)
                          T1099B-CUST-SSN(8:4)
                       DELIMITED BY SIZE INTO B-PAYEE-TIN
                   MOVE T1099B-ACCT-NUMBER TO B-PAYEE-ACCOUNT
                   COMPUTE WS-AMOUNT-CENTS ROUNDED =
                           T1099B-PROCEEDS * 100
                   MOVE WS-AMOUNT-CENTS TO B-AMOUNT-1
                   MOVE 0 TO B-AMOUNT-4
                   MOVE T1099B-CUST-NAME(1:40) TO B-PAYEE-NAME
                   MOVE T1099B-CUST-STREET TO B-PAYEE-STREET
                   MOVE T1099B-CUST-CITY TO B-PAYEE-CITY
                   MOVE T1099B-CUST-STATE TO B-PAYEE-STATE
                   MOVE T1099B-CUST-ZIP(1:9) TO B-PAYEE-ZIP
                   MOVE 0 TO B-AMOUNT-6
                   MOVE 0 TO B-AMOUNT-C
      * the payee TIN file already holds the nine digits
               WHEN WS-TYPE-PAYEE-EXTRACT
                   MOVE T1099M-TIN TO B-PAYEE-TIN
                   MOVE T1099M-PAYEE-ID TO B-PAYEE-ACCOUNT
                   MOVE 0 TO B-AMOUNT-1
                   MOVE 0 TO B-AMOUNT-4
                   MOVE 0 TO B-AMOUNT-6
                   MOVE 0 TO B-AMOUNT-C
                   IF WS-TYPE-1099NEC
                       COMPUTE WS-AMOUNT-CENTS ROUNDED =
                               T1099M-NONEMPLOYEE * 100
                       MOVE WS-AMOUNT-CENTS TO B-AMOUNT-1
                   ELSE
                       COMPUTE WS-AMOUNT-CENTS ROUNDED =
                               T1099M-MEDICAL * 100
                       MOVE WS-AMOUNT-CENTS TO B-AMOUNT-6
                       COMPUTE WS-AMOUNT-CENTS ROUNDED =
                               T1099M-ATTORNEY * 100
                       MOVE WS-AMOUNT-CENTS TO B-AMOUNT-C
                   END-IF
                   MOVE T1099M-PAYEE-NAME TO B-PAYEE-NAME
                   MOVE T1099M-STREET TO B-PAYEE-STREET
                   MOVE T1099M-CITY TO B-PAYEE-CITY
                   MOVE T1099M-STATE TO B-PAYEE-STATE
                   MOVE T1099M-ZIP(1:9) TO B-PAYEE-ZIP
      * the debtor is personally liable on every debt reported -
      * bankruptcy discharges are not reported by TAX1099C
               WHEN WS-TYPE-1099C
                   MOVE T1099C-TIN TO B-PAYEE-TIN
                   MOVE T1099C-LOAN-NUMBER TO B-PAYEE-ACCOUNT
                   MOVE 0 TO B-AMOUNT-1
                   MOVE 0 TO B-AMOUNT-4
                   MOVE 0 TO B-AMOUNT-6
                   MOVE 0 TO B-AMOUNT-C
                   COMPUTE WS-AMOUNT-CENTS ROUNDED =
                           T1099C-DEBT-DISCHARGED * 100
                   MOVE WS-AMOUNT-CENTS TO B-AMOUNT-2
                   COMPUTE WS-AMOUNT-CENTS ROUNDED =
                           T1099C-INTEREST * 100
                   MOVE WS-AMOUNT-CENTS TO B-AMOUNT-3
                   MOVE T1099C-DEBTOR-NAME TO B-PAYEE-NAME
                   MOVE T1099C-STREET TO B-PAYEE-STREET
                   MOVE T1099C-CITY TO B-PAYEE-CITY
                   MOVE T1099C-STATE TO B-PAYEE-STATE
                   MOVE T1099C-ZIP(1:9) TO B-PAYEE-ZIP
                   MOVE SPACE TO B-BANKRUPTCY-IND
                   MOVE T1099C-EVENT-DATE TO B-EVENT-DATE
                   MOVE T1099C-DEBT-DESC TO B-DEBT-DESC
                   MOVE "X" TO B-PERSONAL-LIAB
                   MOVE T1099C-EVENT-CODE TO B-EVENT-CODE
               WHEN OTHER
                   STRING T1099-CUST-SSN(1:3)
                          T1099-CUST-SSN(5:2)
                          T1099-CUST-SSN(8:4)
                       DELIMITED BY SIZE INTO B-PAYEE-TIN
                   MOVE T1099-CUST-ID TO B-PAYEE-ACCOUNT
                   COMPUTE WS-AMOUNT-CENTS ROUNDED =
                           T1099-INTEREST-TOTAL * 100
                   MOVE WS-AMOUNT-CENTS TO B-AMOUNT-1
                   COMPUTE WS-AMOUNT-CENTS ROUNDED =
                           T1099-WITHHELD * 100
                   MOVE WS-AMOUNT-CENTS TO B-AMOUNT-4
                   MOVE T1099-CUST-NAME(1:40) TO B-PAYEE-NAME
                   MOVE T1099-CUST-STREET TO B-PAYEE-STREET
                   MOVE T1099-CUST-CITY TO B-PAYEE-CITY
                   MOVE T1099-CUST-STATE TO B-PAYEE-STATE
                   MOVE T1099-CUST-ZIP(1:9) TO B-PAYEE-ZIP
                   MOVE 0 TO B-AMOUNT-6
                   MOVE 0 TO B-AMOUNT-C
           END-EVALUATE
           ADD 1 TO WS-SEQ-NUMBER
           MOVE WS-SEQ-NUMBER TO B-SEQUENCE
           MOVE WS-B-RECORD TO FIRE-RECORD

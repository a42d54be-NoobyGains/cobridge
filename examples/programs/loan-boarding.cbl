      * CIF link so the loan shows on the household statement.
      * Approved applications with no funding instruction are
      * reported and left for tomorrow - nothing funds blind.
      * A loan boarded to a Regulation O insider, or to a related
      * interest of one, on the insider registry (INSIDREG) is
      * warned on the exception report so the credit officer can
      * confirm the board approval and terms before month end.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TXN-POST-OUT ASSIGN TO "LNFDPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT INSIDER-REGISTRY ASSIGN TO "INSIDREG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS INS-CUST-ID
               FILE STATUS IS WS-INS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-POST-OUT.
       01  TXN-POST-RECORD           PIC X(210).

       FD  INSIDER-REGISTRY.
       COPY "insider-registry.cpy".


       WORKING-STORAGE SECTION.
       01  WS-APP-STATUS         PIC X(2).
           88  WS-CIF-OK             VALUE "00".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-POST-STATUS        PIC X(2).
       01  WS-INS-STATUS         PIC X(2).
           88  WS-INS-OK             VALUE "00".
       01  WS-HAVE-REGISTRY      PIC X(1) VALUE "Y".
           88  WS-REGISTRY-UP        VALUE "Y".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-APPS-READ           PIC 9(9) COMP VALUE 0.
       01  WS-LOANS-BOARDED       PIC 9(9) COMP VALUE 0.
       01  WS-APPS-HELD           PIC 9(9) COMP VALUE 0.
       01  WS-INSIDER-LOANS       PIC 9(9) COMP VALUE 0.
       01  WS-INSIDER-ROLE        PIC X(22).

      * funding instructions loaded up front for the join
       01  WS-FND-COUNT           PIC 9(4) COMP VALUE 0.
           OPEN I-O CIF-FILE
           OPEN OUTPUT EXCEPTION-RPT
           OPEN OUTPUT TXN-POST-OUT
           OPEN INPUT INSIDER-REGISTRY
           IF NOT WS-INS-OK
               MOVE "N" TO WS-HAVE-REGISTRY
           END-IF

           PERFORM UNTIL WS-APP-EOF
               READ APPLICATION-IN
           CLOSE CIF-FILE
           CLOSE EXCEPTION-RPT
           CLOSE TXN-POST-OUT
           IF WS-REGISTRY-UP
               CLOSE INSIDER-REGISTRY
           END-IF

           DISPLAY "LOANBORD: APPS READ     = " WS-APPS-READ
           DISPLAY "LOANBORD: LOANS BOARDED = " WS-LOANS-BOARDED
           DISPLAY "LOANBORD: APPS HELD     = " WS-APPS-HELD
           DISPLAY "LOANBORD: INSIDER LOANS = " WS-INSIDER-LOANS

           GOBACK.

           PERFORM CREATE-SERVICING-RECORD
           PERFORM DISBURSE-PROCEEDS
           PERFORM WRITE-CIF-LINK
           PERFORM WARN-IF-INSIDER
           ADD 1 TO WS-LOANS-BOARDED.

       CREATE-SERVICING-RECORD.
           MOVE LSV-FIRST-DUE-DATE TO LSV-NEXT-DUE-DATE
           MOVE WS-FND-ACCT(WS-FND-IDX) TO LSV-DEPOSIT-ACCT
           MOVE WS-RUN-DATE TO LSV-BOARD-DATE
           MOVE LA-LOAN-TYPE TO LSV-PRODUCT-CODE
           IF LA-COLLAT-TYPE NOT = SPACES
               MOVE LA-COLLAT-TYPE TO LSV-COLLAT-TYPE
               MOVE LA-COLLAT-DESC TO LSV-COLLAT-DESC
               MOVE LA-VIN-NUMBER TO LSV-VIN-NUMBER
               MOVE LA-APPL-STATE(1) TO LSV-TITLE-STATE
           END-IF
           SET LSV-ACTIVE TO TRUE
           WRITE LOAN-SERVICING-RECORD
               INVALID KEY
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * a warning only - the loan is boarded; an ended registry row
      * no longer makes the borrower an insider
       WARN-IF-INSIDER.
           IF NOT WS-REGISTRY-UP
               EXIT PARAGRAPH
           END-IF
           MOVE LSV-BORROWER-CUST-ID TO INS-CUST-ID
           READ INSIDER-REGISTRY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF INS-END-DATE NOT = 0 AND INS-END-DATE <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSIDER-LOANS
           EVALUATE TRUE
               WHEN INS-EXEC-OFFICER
                   MOVE "EXECUTIVE OFFICER" TO WS-INSIDER-ROLE
               WHEN INS-DIRECTOR
                   MOVE "DIRECTOR" TO WS-INSIDER-ROLE
               WHEN INS-PRINCIPAL-HOLDER
                   MOVE "PRINCIPAL SHAREHOLDER" TO WS-INSIDER-ROLE
               WHEN OTHER
                   MOVE "RELATED INTEREST" TO WS-INSIDER-ROLE
           END-EVALUATE
           MOVE SPACES TO EXCEPTION-RPT-LINE
           IF INS-RELATED-INTEREST
               STRING "APPL=" LA-APPLICATION-ID
                      " LOAN=" LSV-LOAN-NUMBER
                      " REG O: BORROWER IS A RELATED INTEREST OF"
                      " INSIDER " INS-RELATED-TO
                      " - CONFIRM BOARD APPROVAL AND TERMS"
                   DELIMITED BY SIZE INTO EXCEPTION-RPT-LINE
           ELSE
               STRING "APPL=" LA-APPLICATION-ID
                      " LOAN=" LSV-LOAN-NUMBER
                      " REG O: BORROWER IS AN INSIDER ("
                      WS-INSIDER-ROLE DELIMITED BY "  "
                      ") - CONFIRM BOARD APPROVAL AND TERMS"
                      DELIMITED BY SIZE
                   INTO EXCEPTION-RPT-LINE
           END-IF
           WRITE EXCEPTION-RPT-LINE.

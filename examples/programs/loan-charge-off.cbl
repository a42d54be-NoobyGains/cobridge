      * A charged-off loan leaves active billing on its own: the
      * consumer status drops out of CLNSERV's selection and the
      * mortgage flag keeps it off the delinquency flows.
      * A borrower whose bankruptcy ended in discharge (BKRCHK) has
      * the register row flagged, so the discharged balance is
      * never pursued from the borrower as a recovery.
      * A borrower on active duty (SCRACHK) is not charged off at
      * all while the service lasts - the loan stays on the books
      * and is picked up again by the first run after it ends.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOTAL-WRITTEN-OFF   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ACCRUED-INT         PIC S9(7)V99 COMP-3.
       01  WS-ACCRUAL-DAYS        PIC S9(5) COMP-3.
       01  WS-BK-DISCHARGED-CT    PIC 9(9) COMP VALUE 0.
       01  WS-SCRA-HELD           PIC 9(9) COMP VALUE 0.

      * the borrower's bankruptcy case
       01  WS-BKR-CUST-ID         PIC 9(10).
       01  WS-BKR-SSN             PIC 9(9).
       01  WS-BKR-CHAPTER         PIC X(2).
       01  WS-BKR-STATUS          PIC X(1).
           88  WS-BKR-DISCHARGED      VALUE "D".
       01  WS-BKR-FILING-DATE     PIC 9(8).
       01  WS-BKR-RETURN-CODE     PIC 9(2).

      * the borrower's SCRA active-duty status
       01  WS-SCRA-START          PIC 9(8).
       01  WS-SCRA-END            PIC 9(8).
       01  WS-SCRA-COVERED        PIC X(1).
           88  WS-ON-ACTIVE-DUTY      VALUE "Y".
       01  WS-SCRA-RETURN-CODE    PIC 9(2).

       01  WS-GL-SOURCE           PIC X(8) VALUE "CHGOFF".
       01  WS-GL-DR-ACCT          PIC X(8).
               WS-PENDING-APPROVAL
           DISPLAY "CHGOFF: TOTAL WRITTEN OFF = "
               WS-TOTAL-WRITTEN-OFF
           DISPLAY "CHGOFF: BK DISCHARGED     = " WS-BK-DISCHARGED-CT
           DISPLAY "CHGOFF: SCRA HELD         = " WS-SCRA-HELD

           GOBACK.

           CLOSE MORTGAGE-MASTER.

       CHARGE-ONE-MORTGAGE.
           MOVE 0 TO WS-BKR-CUST-ID
           MOVE MLR-BORR-SSN TO WS-BKR-SSN
           PERFORM CHECK-ACTIVE-DUTY
           IF WS-ON-ACTIVE-DUTY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(MLR-LAST-PAID-DATE)
           COMPUTE WS-ACCRUED-INT ROUNDED =
                   MLR-CURRENT-BALANCE * MLR-INTEREST-RATE
                 * WS-ACCRUAL-DAYS / 365
      * a nonaccrual loan's interest was reversed when NONACCR
      * stopped the accrual and none has accrued since
           IF MLR-NONACCRUAL
               MOVE 0 TO WS-ACCRUED-INT
           END-IF

           PERFORM OPEN-REGISTER-ROW-MTG
           IF COF-PENDING-APPROVAL
           MOVE MLR-CURRENT-BALANCE TO COF-BALANCE-MEMO
           MOVE WS-RUN-DATE TO COF-CHARGE-DATE
           MOVE WS-SYSTEM-MAKER TO COF-MAKER-ID
           MOVE 0 TO WS-BKR-CUST-ID
           MOVE MLR-BORR-SSN TO WS-BKR-SSN
           PERFORM FLAG-IF-DISCHARGED
           IF MLR-CURRENT-BALANCE >= WS-APPROVAL-FLOOR
               SET COF-PENDING-APPROVAL TO TRUE
               ADD 1 TO WS-PENDING-APPROVAL
           CLOSE LOAN-SERVICING.

       CHARGE-ONE-CONSUMER.
           MOVE LSV-BORROWER-CUST-ID TO WS-BKR-CUST-ID
           MOVE LSV-BORROWER-SSN TO WS-BKR-SSN
           PERFORM CHECK-ACTIVE-DUTY
           IF WS-ON-ACTIVE-DUTY
               EXIT PARAGRAPH
           END-IF
           MOVE LSV-LATE-FEES-DUE TO WS-ACCRUED-INT
           INITIALIZE CHARGE-OFF-RECORD
           MOVE LSV-LOAN-NUMBER TO COF-LOAN-NUMBER
           MOVE LSV-CURRENT-BALANCE TO COF-BALANCE-MEMO
           MOVE WS-RUN-DATE TO COF-CHARGE-DATE
           MOVE WS-SYSTEM-MAKER TO COF-MAKER-ID
           MOVE LSV-BORROWER-CUST-ID TO WS-BKR-CUST-ID
           MOVE LSV-BORROWER-SSN TO WS-BKR-SSN
           PERFORM FLAG-IF-DISCHARGED
           IF LSV-CURRENT-BALANCE >= WS-APPROVAL-FLOOR
               SET COF-PENDING-APPROVAL TO TRUE
               ADD 1 TO WS-PENDING-APPROVAL
               PERFORM CALL-GLPOST
           END-IF.

      * no charge-off - a default action - while the borrower is in
      * service
       CHECK-ACTIVE-DUTY.
           CALL "SCRACHK" USING WS-BKR-CUST-ID
                                WS-BKR-SSN
                                WS-RUN-DATE
                                WS-SCRA-START
                                WS-SCRA-END
                                WS-SCRA-COVERED
                                WS-SCRA-RETURN-CODE
           IF WS-SCRA-RETURN-CODE = 0 AND WS-ON-ACTIVE-DUTY
               ADD 1 TO WS-SCRA-HELD
           ELSE
               MOVE "N" TO WS-SCRA-COVERED
           END-IF.

       FLAG-IF-DISCHARGED.
           MOVE "N" TO COF-BK-DISCHARGED
           CALL "BKRCHK" USING WS-BKR-CUST-ID
                               WS-BKR-SSN
                               WS-BKR-CHAPTER
                               WS-BKR-STATUS
                               WS-BKR-FILING-DATE
                               WS-BKR-RETURN-CODE
           IF WS-BKR-RETURN-CODE = 0 AND WS-BKR-DISCHARGED
               SET COF-DISCHARGED-IN-BK TO TRUE
               ADD 1 TO WS-BK-DISCHARGED-CT
           END-IF.

       CALL-GLPOST.
           CALL "GLPOST" USING WS-GL-SOURCE
                               WS-RUN-DATE

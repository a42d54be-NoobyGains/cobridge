      * wire's sender reference carried in TXN-REFERENCE, and emits
      * the fee-income GL side through GLPOST. A waiver is honored
      * only for an operator OPAUTH clears for the WFEE function;
      * every assessment and waiver lands on the fee register, and
      * a waiver is attributed to its operator through STAFFLOG.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * the waiver, attributed to the operator (STAFFLOG)
       01  WS-STAFF-PROGRAM       PIC X(8) VALUE "WIREFEE".
       01  WS-STAFF-ACTIVITY      PIC X(1) VALUE "W".
       01  WS-STAFF-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-STAFF-DETAIL        PIC X(40).
       01  WS-STAFF-RETURN-CODE   PIC 9(2).

       01  WS-TXN-RETURN-CODE     PIC 9(2).
       COPY "transaction.cpy".

                               WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE = 0
               PERFORM WRITE-REGISTER-WAIVED
               MOVE WS-FEE-AMOUNT TO WS-STAFF-AMOUNT
               MOVE SPACES TO WS-STAFF-DETAIL
               STRING "WIRE FEE " WT-SENDER-REF
                   DELIMITED BY SIZE INTO WS-STAFF-DETAIL
               CALL "STAFFLOG" USING WS-STAFF-PROGRAM
                                     LS-OPERATOR-ID
                                     WS-STAFF-ACTIVITY
                                     ACCT-NUMBER
                                     ACCT-OWNER-ID
                                     WS-STAFF-AMOUNT
                                     WS-STAFF-DETAIL
                                     WS-STAFF-RETURN-CODE
           ELSE
               SET RC-DECLINED TO TRUE
           END-IF.

      ****************************************************************
      * MAINTAIN ACCT-SIGNATORIES: add/update a signer in the first
      * matching or first open OCCURS slot, remove one, and keep
      * ACCT-NUM-SIGNERS in sync. Every change that stands is
      * attributed to its operator through STAFFLOG. Taking the
      * last authorized signer off a custodial (UTMA) account that
      * UTMAMAT has queued for retitling completes the retitling:
      * the account becomes the former minor's own.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SIGNER-IDX          PIC 9(1) VALUE 0.
       01  WS-FIRST-OPEN-IDX      PIC 9(1) VALUE 0.
       01  WS-FOUND-IDX           PIC 9(1) VALUE 0.
       01  WS-CUSTODIANS-LEFT     PIC 9(1) VALUE 0.

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "SIGN".
       01  WS-AFTER-IMAGE         PIC X(400).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

      * the change, attributed to the operator (STAFFLOG)
       01  WS-STAFF-ACTIVITY      PIC X(1) VALUE "S".
       01  WS-STAFF-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-STAFF-DETAIL        PIC X(40).
       01  WS-STAFF-RETURN-CODE   PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACCOUNT-NUM         PIC X(12).
                                       WS-BEFORE-IMAGE
                                       WS-AFTER-IMAGE
                                       WS-JRNL-RETURN-CODE
                   PERFORM LOG-STAFF-ACTIVITY
               END-IF
           END-IF

               IF ACCT-NUM-SIGNERS > 0
                   SUBTRACT 1 FROM ACCT-NUM-SIGNERS
               END-IF
               IF ACCT-CUSTODIAL AND UTMA-RETITLE-QUEUED
                   PERFORM RETITLE-TO-MINOR
               END-IF
           END-IF.

       RETITLE-TO-MINOR.
           MOVE 0 TO WS-CUSTODIANS-LEFT
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > 5
               IF SIGNER-AUTHORIZED(WS-SIGNER-IDX)
                       AND SIGNER-ID(WS-SIGNER-IDX) NOT = 0
                   ADD 1 TO WS-CUSTODIANS-LEFT
               END-IF
           END-PERFORM
           IF WS-CUSTODIANS-LEFT = 0
               MOVE SPACES TO ACCT-OWNERSHIP-TYPE
               MOVE 0 TO ACCT-UTMA-TERM-AGE
               MOVE SPACES TO ACCT-UTMA-STATUS
           END-IF.

       LOG-STAFF-ACTIVITY.
           MOVE SPACES TO WS-STAFF-DETAIL
           IF LS-REMOVE
               STRING "REMOVE SIGNER " LS-SIGNER-ID
                   DELIMITED BY SIZE INTO WS-STAFF-DETAIL
           ELSE
               STRING "ADD/UPDATE SIGNER " LS-SIGNER-ID
                      " ROLE " LS-SIGNER-ROLE
                   DELIMITED BY SIZE INTO WS-STAFF-DETAIL
           END-IF
           CALL "STAFFLOG" USING WS-JRNL-PROGRAM
                                 LS-OPERATOR-ID
                                 WS-STAFF-ACTIVITY
                                 ACCT-NUMBER
                                 ACCT-OWNER-ID
                                 WS-STAFF-AMOUNT
                                 WS-STAFF-DETAIL
                                 WS-STAFF-RETURN-CODE.

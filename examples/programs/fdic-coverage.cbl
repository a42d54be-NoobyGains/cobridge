      *       co-owner signers, each share in the holder's joint
      *       category
      *   R - retirement (the IRA account type)
      *   T - revocable trust: the designated shares of an account
      *       with payable-on-death beneficiaries on PODBENE, per
      *       owner per beneficiary; each beneficiary's interest is
      *       insured to the limit, at most five beneficiaries per
      *       owner; any undesignated share stays single or joint
      * A custodial (UTMA) account is the minor's single-ownership
      * deposit: the whole balance goes to ACCT-OWNER-ID and the
      * custodian, an authorized signer, is never an owner.
      * Each customer's per-category total is measured against the
      * per-category insurance limit; the report shows insured
      * versus uninsured per customer, and every customer with an
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POD-FILE ASSIGN TO "PODBENE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POD-ACCT-NUMBER
               FILE STATUS IS WS-POD-STATUS.
           SELECT COVERAGE-RPT ASSIGN TO "FDICCOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  POD-FILE.
       COPY "pod-beneficiary.cpy".

       FD  COVERAGE-RPT.
       01  COVERAGE-RPT-LINE         PIC X(132).

       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".
       01  WS-POD-STATUS         PIC X(2).
           88  WS-POD-OK             VALUE "00".
           88  WS-POD-MISSING        VALUE "35".
       01  WS-HAVE-POD-FILE      PIC X(1) VALUE "Y".
           88  WS-POD-FILE-UP        VALUE "Y".
       01  WS-RPT-STATUS         PIC X(2).
       01  WS-ALT-STATUS         PIC X(2).

      * the per-category insurance limit; trust coverage is the
      * same limit per beneficiary, counting at most five
       01  WS-COVERAGE-LIMIT      PIC 9(9)V99 COMP-3
                                  VALUE 250000.00.
       01  WS-MAX-TRUST-BENES     PIC 9(2) COMP VALUE 5.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACCOUNTS-READ       PIC 9(9) COMP VALUE 0.
       01  WS-SGN-IDX             PIC 9(1) COMP.
       01  WS-THIS-OWNER          PIC 9(10).

      * the account's POD designation, if any, and the owner share
      * split across it
       01  WS-POD-DESIGNATED      PIC X(1).
           88  WS-HAS-POD             VALUE "Y".
       01  WS-OWNER-SHARE         PIC S9(13)V99 COMP-3.
       01  WS-BENE-IDX            PIC 9(1) COMP.
       01  WS-BENE-KEY            PIC X(30).
       01  WS-TR-IDX              PIC 9(2) COMP.
       01  WS-TR-FOUND            PIC 9(2) COMP.

      * per-customer coverage buckets
       01  WS-CV-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CV-IDX              PIC 9(4) COMP.
               10  WS-CV-SINGLE       PIC S9(13)V99 COMP-3.
               10  WS-CV-JOINT        PIC S9(13)V99 COMP-3.
               10  WS-CV-RETIRE       PIC S9(13)V99 COMP-3.
               10  WS-CV-TRUST-COUNT  PIC 9(2) COMP.
               10  WS-CV-TRUST OCCURS 10 TIMES.
                   15  WS-CV-TR-BENE      PIC X(30).
                   15  WS-CV-TR-AMOUNT    PIC S9(13)V99 COMP-3.

       01  WS-CAT-TOTAL           PIC S9(13)V99 COMP-3.
       01  WS-INSURED             PIC S9(13)V99 COMP-3.
       01  WS-INS-DISPLAY         PIC -Z(11)9.99.
       01  WS-UNI-DISPLAY         PIC -Z(11)9.99.
       01  WS-CAT-NAME            PIC X(10).
       01  WS-TRUST-TOTAL         PIC S9(13)V99 COMP-3.
       01  WS-TRUST-INSURED       PIC S9(13)V99 COMP-3.
       01  WS-TRUST-CAP           PIC S9(13)V99 COMP-3.
       01  WS-BENE-INSURED        PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT POD-FILE
           IF WS-POD-MISSING
               MOVE "N" TO WS-HAVE-POD-FILE
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           IF WS-POD-FILE-UP
               CLOSE POD-FILE
           END-IF

           OPEN OUTPUT COVERAGE-RPT
           OPEN OUTPUT ALERT-LIST

      * category first, then the balance attributes to each owner:
      * a sole-owner account in full, a joint account in equal
      * shares across the owner and co-owner signers; a POD
      * designation then carries each owner's designated share
      * into the trust category; a custodial account belongs to
      * the minor alone, whatever else sits on its signatories
       ATTRIBUTE-ONE-ACCOUNT.
           MOVE 1 TO WS-OWNER-COUNT
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
                   UNTIL WS-SGN-IDX > ACCT-NUM-SIGNERS
                       OR WS-SGN-IDX > 5
                       OR ACCT-CUSTODIAL
               IF SIGNER-CO-OWNER(WS-SGN-IDX)
                   ADD 1 TO WS-OWNER-COUNT
               END-IF
           COMPUTE WS-SHARE ROUNDED =
                   ACCT-CURRENT-BAL / WS-OWNER-COUNT

           MOVE "N" TO WS-POD-DESIGNATED
           IF WS-POD-FILE-UP AND ACCT-TYPE NOT = "IR"
                   AND NOT ACCT-CUSTODIAL
               MOVE ACCT-NUMBER TO POD-ACCT-NUMBER
               READ POD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POD-TOTAL-SHARE > 0
                           SET WS-HAS-POD TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-HAS-POD
               MOVE WS-SHARE TO WS-OWNER-SHARE
               COMPUTE WS-SHARE ROUNDED = WS-OWNER-SHARE
                       * (100 - POD-TOTAL-SHARE) / 100
           END-IF

           MOVE ACCT-OWNER-ID TO WS-THIS-OWNER
           PERFORM ADD-SHARE-TO-OWNER
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
                   UNTIL WS-SGN-IDX > ACCT-NUM-SIGNERS
                       OR WS-SGN-IDX > 5
                       OR ACCT-CUSTODIAL
               IF SIGNER-CO-OWNER(WS-SGN-IDX)
                   MOVE SIGNER-ID(WS-SGN-IDX) TO WS-THIS-OWNER
                   PERFORM ADD-SHARE-TO-OWNER
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               IF WS-CV-CUST-ID(WS-CV-IDX) = WS-THIS-OWNER
                   PERFORM ADD-SHARE-TO-BUCKET
                   IF WS-HAS-POD
                       PERFORM ADD-TRUST-SHARES
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-CV-COUNT TO WS-CV-IDX
           INITIALIZE WS-CV-ENTRY(WS-CV-IDX)
           MOVE WS-THIS-OWNER TO WS-CV-CUST-ID(WS-CV-IDX)
           PERFORM ADD-SHARE-TO-BUCKET
           IF WS-HAS-POD
               PERFORM ADD-TRUST-SHARES
           END-IF.

      * each beneficiary is its own trust interest for this owner,
      * identified by CUST-ID when a customer and by name otherwise,
      * so the same beneficiary across two accounts is one interest
       ADD-TRUST-SHARES.
           PERFORM VARYING WS-BENE-IDX FROM 1 BY 1
                   UNTIL WS-BENE-IDX > 5
               IF POD-BENE-SHARE(WS-BENE-IDX) > 0
                   IF POD-BENE-CUST-ID(WS-BENE-IDX) NOT = 0
                       MOVE SPACES TO WS-BENE-KEY
                       MOVE POD-BENE-CUST-ID(WS-BENE-IDX)
                           TO WS-BENE-KEY(1:10)
                   ELSE
                       MOVE POD-BENE-NAME(WS-BENE-IDX) TO WS-BENE-KEY
                   END-IF
                   MOVE 0 TO WS-TR-FOUND
                   PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                           UNTIL WS-TR-IDX >
                                 WS-CV-TRUST-COUNT(WS-CV-IDX)
                       IF WS-CV-TR-BENE(WS-CV-IDX, WS-TR-IDX)
                               = WS-BENE-KEY
                           MOVE WS-TR-IDX TO WS-TR-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-TR-FOUND = 0
                       IF WS-CV-TRUST-COUNT(WS-CV-IDX) < 10
                           ADD 1 TO WS-CV-TRUST-COUNT(WS-CV-IDX)
                           MOVE WS-CV-TRUST-COUNT(WS-CV-IDX)
                               TO WS-TR-FOUND
                           MOVE WS-BENE-KEY
                               TO WS-CV-TR-BENE(WS-CV-IDX, WS-TR-FOUND)
                           MOVE 0
                               TO WS-CV-TR-AMOUNT(WS-CV-IDX,
                                                  WS-TR-FOUND)
                       ELSE
                           MOVE 10 TO WS-TR-FOUND
                       END-IF
                   END-IF
                   COMPUTE WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-FOUND)
                           ROUNDED =
                           WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-FOUND)
                           + WS-OWNER-SHARE
                             * POD-BENE-SHARE(WS-BENE-IDX) / 100
               END-IF
           END-PERFORM.

       ADD-SHARE-TO-BUCKET.
           EVALUATE WS-CATEGORY
           MOVE WS-CV-RETIRE(WS-CV-IDX) TO WS-CAT-TOTAL
           MOVE "RETIREMENT" TO WS-CAT-NAME
           PERFORM REPORT-ONE-CATEGORY
           IF WS-CV-TRUST-COUNT(WS-CV-IDX) > 0
               PERFORM REPORT-TRUST-CATEGORY
           END-IF

           IF WS-CUST-UNINSURED > 0
               ADD 1 TO WS-OVER-LIMIT
                  " UNINSURED" WS-UNI-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
           WRITE COVERAGE-RPT-LINE.

      * each beneficiary's interest is insured to the limit; the
      * owner's trust total is then capped at five beneficiaries'
      * worth however many are named
       REPORT-TRUST-CATEGORY.
           MOVE 0 TO WS-TRUST-TOTAL
           MOVE 0 TO WS-TRUST-INSURED
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-CV-TRUST-COUNT(WS-CV-IDX)
               ADD WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-IDX)
                   TO WS-TRUST-TOTAL
               IF WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-IDX)
                       > WS-COVERAGE-LIMIT
                   MOVE WS-COVERAGE-LIMIT TO WS-BENE-INSURED
               ELSE
                   MOVE WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-IDX)
                       TO WS-BENE-INSURED
               END-IF
               ADD WS-BENE-INSURED TO WS-TRUST-INSURED
               MOVE WS-CV-TR-AMOUNT(WS-CV-IDX, WS-TR-IDX)
                   TO WS-INS-DISPLAY
               MOVE SPACES TO COVERAGE-RPT-LINE
               STRING "    BENEFICIARY "
                      WS-CV-TR-BENE(WS-CV-IDX, WS-TR-IDX)
                      " INTEREST" WS-INS-DISPLAY
                   DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
               WRITE COVERAGE-RPT-LINE
           END-PERFORM
           COMPUTE WS-TRUST-CAP =
                   WS-COVERAGE-LIMIT * WS-MAX-TRUST-BENES
           IF WS-TRUST-INSURED > WS-TRUST-CAP
               MOVE WS-TRUST-CAP TO WS-TRUST-INSURED
           END-IF
           COMPUTE WS-UNINSURED = WS-TRUST-TOTAL - WS-TRUST-INSURED
           ADD WS-UNINSURED TO WS-CUST-UNINSURED
           MOVE WS-TRUST-INSURED TO WS-INS-DISPLAY
           MOVE WS-UNINSURED TO WS-UNI-DISPLAY
           MOVE SPACES TO COVERAGE-RPT-LINE
           STRING "  TRUST     "
                  " INSURED" WS-INS-DISPLAY
                  " UNINSURED" WS-UNI-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-RPT-LINE
           WRITE COVERAGE-RPT-LINE.

      * cross-reference row immediately - no waiting for the next
      * CIFLOAD rebuild - and posts the opening deposit through
      * TXNPOST so it books like any other credit.
      * A custodial (UTMA) account is opened for the minor as owner
      * with the custodian passed alongside: the minor must still
      * be short of the termination age their state of residence
      * sets, which is stamped on the account, and the custodian
      * goes on the signatories as the authorized signer with a
      * signer-only CIF row of their own.
      * No account is boarded for an owner (or custodian) the bank
      * has reported to ChexSystems (CHEXRPT) for an overdraft it
      * charged off and has not been paid back: the request is
      * declined while the reported balance is unpaid. The check is
      * by SSN, so it finds the customer under any customer id.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS CIF-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CIF-FILE-STATUS.
           SELECT CHEX-FILE ASSIGN TO "CHEXRPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHX-ACCT-NUMBER
               ALTERNATE RECORD KEY IS CHX-CUST-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHX-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-CHX-STATUS.
           SELECT TXN-POST-OUT ASSIGN TO "OPENPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
       FD  CIF-FILE.
       COPY "cif.cpy".

       FD  CHEX-FILE.
       COPY "chexsystems-report.cpy".

      * the posted transactions, FEEPOST-style, so statements and
      * the nightly balance proof see them
       FD  TXN-POST-OUT.
       01  WS-CIF-FILE-STATUS    PIC X(2).
           88  WS-CIF-OK             VALUE "00".
           88  WS-CIF-NOT-FOUND      VALUE "23", "35".
       01  WS-CHX-STATUS         PIC X(2).
           88  WS-CHX-MISSING        VALUE "35".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ACCT-EXISTS         PIC X(1).
           88  WS-DUPLICATE-ACCT      VALUE "Y".
       01  WS-POST-STATUS        PIC X(2).
           88  WS-POST-NOT-FOUND     VALUE "35".

      * custodial opening: the minor's termination age and the date
      * it falls on, and the custodian's name for the signer slot
       01  WS-UTMA-TERM-AGE       PIC 9(2).
       01  WS-UTMA-TERM-DATE      PIC 9(8).
       01  WS-UTMA-TERM-PARTS REDEFINES WS-UTMA-TERM-DATE.
           05  WS-UTMA-TERM-YEAR  PIC 9(4).
           05  WS-UTMA-TERM-MONTH PIC 9(2).
           05  WS-UTMA-TERM-DAY   PIC 9(2).
       01  WS-CUSTODIAN-NAME      PIC X(30).

      * the people on the new account, as checked against the
      * ChexSystems reported accounts
       01  WS-OWNER-SSN           PIC X(11).
       01  WS-CUSTODIAN-SSN       PIC X(11).
       01  WS-CHEX-CUST-ID        PIC 9(10).
       01  WS-CHEX-SSN            PIC X(11).
       01  WS-CHEX-DONE           PIC X(1).
           88  WS-CHEX-SCAN-DONE      VALUE "Y".
       01  WS-CHEX-HIT            PIC X(1).
           88  WS-CHEX-UNPAID-FOUND   VALUE "Y".
       COPY "utma-age.cpy".

       COPY "transaction.cpy".

       LINKAGE SECTION.
       01  LS-CD-TERM-MONTHS      PIC 9(3).
       01  LS-OPENING-DEPOSIT     PIC S9(11)V99 COMP-3.
       01  LS-BRANCH-ID           PIC X(4).
      * zero for an ordinary account; the custodian's customer id
      * for a custodial account held for the minor in LS-OWNER-ID
       01  LS-CUSTODIAN-ID        PIC 9(10).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

                                LS-CD-TERM-MONTHS
                                LS-OPENING-DEPOSIT
                                LS-BRANCH-ID
                                LS-CUSTODIAN-ID
                                LS-RETURN-CODE.

       MAIN-LOGIC.
                   IF NOT CUST-ACTIVE
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
                   MOVE CUST-SSN TO WS-OWNER-SSN
           END-READ
           MOVE SPACES TO WS-CUSTODIAN-SSN
           IF RC-SUCCESS AND LS-CUSTODIAN-ID NOT = 0
               PERFORM VALIDATE-CUSTODIANSHIP
           END-IF
           CLOSE CUSTOMER-MASTER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CHEXSYSTEMS
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACCT-EXISTS
           OPEN I-O ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUM TO ACCT-NUMBER
               CLOSE ACCOUNT-MASTER
           END-IF.

      * the owner read above is the minor: a personal account only,
      * a date of birth on file, and still short of the termination
      * age; the custodian must be a different, active customer
       VALIDATE-CUSTODIANSHIP.
           IF LS-CUSTODIAN-ID = LS-OWNER-ID
                   OR LS-BUSINESS-FLAG = "Y"
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CUST-DATE-OF-BIRTH NOT NUMERIC
                   OR CUST-DATE-OF-BIRTH = ZERO
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-UTMA-TERM-AGE
           COMPUTE WS-UTMA-TERM-YEAR =
                   CUST-DOB-YEAR + WS-UTMA-TERM-AGE
           MOVE CUST-DOB-MONTH TO WS-UTMA-TERM-MONTH
           MOVE CUST-DOB-DAY TO WS-UTMA-TERM-DAY
           IF WS-UTMA-TERM-DATE <= WS-RUN-DATE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE LS-CUSTODIAN-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   IF NOT CUST-ACTIVE
                       SET RC-INVALID-INPUT TO TRUE
                   END-IF
           END-READ
           IF RC-SUCCESS
               MOVE CUST-SSN TO WS-CUSTODIAN-SSN
               MOVE SPACES TO WS-CUSTODIAN-NAME
               STRING CUST-FIRST-NAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CUST-LAST-NAME DELIMITED BY "  "
                   INTO WS-CUSTODIAN-NAME
           END-IF.

      * an unpaid charge-off reported under the owner's SSN (or,
      * with no SSN on file, under their customer id) declines the
      * opening, and the same for a custodian
       CHECK-CHEXSYSTEMS.
           OPEN INPUT CHEX-FILE
           IF WS-CHX-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHEX-HIT
           MOVE LS-OWNER-ID TO WS-CHEX-CUST-ID
           MOVE WS-OWNER-SSN TO WS-CHEX-SSN
           PERFORM FIND-UNPAID-REPORT
           IF LS-CUSTODIAN-ID NOT = 0 AND NOT WS-CHEX-UNPAID-FOUND
               MOVE LS-CUSTODIAN-ID TO WS-CHEX-CUST-ID
               MOVE WS-CUSTODIAN-SSN TO WS-CHEX-SSN
               PERFORM FIND-UNPAID-REPORT
           END-IF
           CLOSE CHEX-FILE
           IF WS-CHEX-UNPAID-FOUND
               DISPLAY "ACCTOPEN: DECLINED - UNPAID CHEXSYSTEMS "
                       "REPORT, CUSTOMER " WS-CHEX-CUST-ID
                       " ACCOUNT " CHX-ACCT-NUMBER
               SET RC-DECLINED TO TRUE
           END-IF.

       FIND-UNPAID-REPORT.
           MOVE "N" TO WS-CHEX-DONE
           IF WS-CHEX-SSN NOT = SPACES
               MOVE WS-CHEX-SSN TO CHX-SSN
               START CHEX-FILE KEY = CHX-SSN
                   INVALID KEY
                       SET WS-CHEX-SCAN-DONE TO TRUE
               END-START
           ELSE
               MOVE WS-CHEX-CUST-ID TO CHX-CUST-ID
               START CHEX-FILE KEY = CHX-CUST-ID
                   INVALID KEY
                       SET WS-CHEX-SCAN-DONE TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-CHEX-SCAN-DONE
               READ CHEX-FILE NEXT RECORD
                   AT END
                       SET WS-CHEX-SCAN-DONE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-CHEX-SSN NOT = SPACES
                                   AND CHX-SSN NOT = WS-CHEX-SSN
                               SET WS-CHEX-SCAN-DONE TO TRUE
                           WHEN WS-CHEX-SSN = SPACES
                                   AND CHX-CUST-ID
                                       NOT = WS-CHEX-CUST-ID
                               SET WS-CHEX-SCAN-DONE TO TRUE
                           WHEN CHX-UNPAID
                               SET WS-CHEX-UNPAID-FOUND TO TRUE
                               SET WS-CHEX-SCAN-DONE TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       FIND-UTMA-TERM-AGE.
           MOVE UTA-DEFAULT-AGE TO WS-UTMA-TERM-AGE
           PERFORM VARYING UTA-IDX FROM 1 BY 1
                   UNTIL UTA-IDX > UTA-STATE-COUNT
               IF UTA-STATE(UTA-IDX) = CUST-STATE
                   MOVE UTA-TERM-AGE(UTA-IDX) TO WS-UTMA-TERM-AGE
               END-IF
           END-PERFORM.

      * every group initialized deliberately - no more blank
      * currency codes or garbage signatories from file-utility loads
       BOARD-ACCOUNT.
           MOVE LS-BUSINESS-FLAG TO ACCT-BUSINESS-FLAG
           MOVE LS-BRANCH-ID TO ACCT-BRANCH-ID

           IF LS-CUSTODIAN-ID NOT = 0
               SET ACCT-CUSTODIAL TO TRUE
               MOVE WS-UTMA-TERM-AGE TO ACCT-UTMA-TERM-AGE
               MOVE "A" TO ACCT-UTMA-STATUS
               MOVE 1 TO ACCT-NUM-SIGNERS
               MOVE LS-CUSTODIAN-ID TO SIGNER-ID(1)
               MOVE WS-CUSTODIAN-NAME TO SIGNER-NAME(1)
               SET SIGNER-AUTHORIZED(1) TO TRUE
           END-IF

           IF LS-ACCT-TYPE = "SV" OR LS-ACCT-TYPE = "MM"
               MOVE 0 TO REGD-WITHDRAWAL-COUNT
               MOVE WS-RUN-DATE TO REGD-CYCLE-DATE
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF LS-CUSTODIAN-ID NOT = 0
               MOVE LS-CUSTODIAN-ID TO CIF-CUST-ID
               SET CIF-SIGNER-ONLY TO TRUE
               COMPUTE CIF-CYCLE-CODE =
                       FUNCTION MOD(CIF-CUST-ID, 20) + 1
               WRITE CIF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE CIF-FILE.

       POST-OPENING-DEPOSIT.

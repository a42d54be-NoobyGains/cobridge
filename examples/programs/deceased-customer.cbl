       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEDENT.

      ****************************************************************
      * DECEASED CUSTOMER NOTIFICATION AND ESTATE SETTLEMENT, keyed
      * by CUST-ID. Action 'N' records the date of death on the
      * customer master and walks the CIF (CIFLKUP) for every linked
      * account:
      *   - an account the decedent owned alone is restricted with
      *     a deceased hold; its standing orders are cancelled and
      *     the wire templates drawn on it suspended
      *   - a joint account with a surviving SIGNER-CO-OWNER is
      *     retitled: the survivor becomes owner and the decedent
      *     comes off the signatory block and the CIF
      *   - an authorized-signer seat the decedent held is removed
      * An account the decedent owned alone is stamped with the date
      * of death so ACHPOST parks federal benefit credits dated
      * after it for reclamation; a joint account carries on for the
      * survivor, whose own benefit deposits must keep posting, and
      * is not stamped. Every card issued to the customer is
      * closed. Action 'L' records the executor's letters and pays
      * each restricted account out to the estate through ACCTCLOS
      * (transfer to the estate account or an official check); the
      * estate is settled once every one has closed. An account with
      * payable-on-death beneficiaries on PODBENE closes with
      * ACCTCLOS's POD disposition instead: the beneficiaries are
      * paid their shares and only the undesignated rest reaches the
      * estate. The operator must clear OPAUTH's HOLD function.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CIF-FILE ASSIGN TO "CIFFILE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CIF-KEY
               ALTERNATE RECORD KEY IS CIF-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CIF-STATUS.
           SELECT ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-SO-STATUS.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARDMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CM-PAN
               FILE STATUS IS WS-CM-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "WIRETMPL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WTP-TEMPLATE-ID
               FILE STATUS IS WS-WTP-STATUS.
           SELECT POD-FILE ASSIGN TO "PODBENE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS POD-ACCT-NUMBER
               FILE STATUS IS WS-POD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       FD  CIF-FILE.
       COPY "cif.cpy".

       FD  ORDER-FILE.
       COPY "standing-order.cpy".

       FD  CARD-MASTER-FILE.
       COPY "card-master.cpy".

       FD  TEMPLATE-FILE.
       COPY "wire-template.cpy".

       FD  POD-FILE.
       COPY "pod-beneficiary.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-CIF-STATUS         PIC X(2).
           88  WS-CIF-OK             VALUE "00".
           88  WS-CIF-MISSING        VALUE "35".
       01  WS-SO-STATUS          PIC X(2).
           88  WS-SO-OK              VALUE "00".
           88  WS-SO-MISSING         VALUE "35".
       01  WS-CM-STATUS          PIC X(2).
           88  WS-CM-OK              VALUE "00".
           88  WS-CM-MISSING         VALUE "35".
       01  WS-WTP-STATUS         PIC X(2).
           88  WS-WTP-OK             VALUE "00".
           88  WS-WTP-MISSING        VALUE "35".
       01  WS-POD-STATUS         PIC X(2).
           88  WS-POD-OK             VALUE "00".
           88  WS-POD-NOT-FOUND      VALUE "23", "35".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SCAN-DONE           PIC X(1).
           88  WS-SCAN-COMPLETE       VALUE "Y".
       01  WS-ACCT-IDX            PIC 9(3) COMP.
       01  WS-SIGNER-IDX          PIC 9(1) COMP.
       01  WS-DECEDENT-SLOT       PIC 9(1) COMP.
       01  WS-SURVIVOR-SLOT       PIC 9(1) COMP.
       01  WS-SURVIVOR-ID         PIC 9(10).
       01  WS-ACCT-CHANGED        PIC X(1).
           88  WS-ACCOUNT-CHANGED     VALUE "Y".

      * the decedent's accounts off the CIF (CIFLKUP)
       01  WS-CIF-CUST-ID         PIC 9(10).
       01  WS-CIF-COUNT           PIC 9(3).
       01  WS-CIF-LIST            OCCURS 20 TIMES PIC X(12).
       01  WS-CIF-RETURN-CODE     PIC 9(2).

      * accounts restricted this run, for the standing-order and
      * wire-template sweeps
       01  WS-RESTRICT-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-RESTRICT-LIST       OCCURS 20 TIMES PIC X(12).
       01  WS-RESTRICT-IDX        PIC 9(3) COMP.
       01  WS-ON-RESTRICT-LIST    PIC X(1).
           88  WS-IS-RESTRICTED       VALUE "Y".
       01  WS-MATCH-ACCT          PIC X(12).

       01  WS-ACCTS-RESTRICTED    PIC 9(3) COMP VALUE 0.
       01  WS-ACCTS-RETITLED      PIC 9(3) COMP VALUE 0.
       01  WS-SIGNERS-REMOVED     PIC 9(3) COMP VALUE 0.
       01  WS-ORDERS-CANCELLED    PIC 9(5) COMP VALUE 0.
       01  WS-CARDS-CLOSED        PIC 9(5) COMP VALUE 0.
       01  WS-TEMPLATES-SUSPENDED PIC 9(5) COMP VALUE 0.
       01  WS-ACCTS-PAID-OUT      PIC 9(3) COMP VALUE 0.
       01  WS-ACCTS-NOT-PAID      PIC 9(3) COMP VALUE 0.

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "HOLD".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the account journal (JRNLWRT)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "DECEDENT".
       01  WS-BEFORE-IMAGE        PIC X(400).
       01  WS-AFTER-IMAGE         PIC X(400).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       01  WS-CLOSE-ACCT          PIC X(12).
       01  WS-CLOSE-DISPOSITION   PIC X(1).
       01  WS-CLOSE-TARGET        PIC X(12).
       01  WS-CLOSE-RETURN-CODE   PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-NOTIFY-DEATH        VALUE "N".
           88  LS-LETTERS-ON-FILE     VALUE "L".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-DATE-OF-DEATH       PIC 9(8).
       01  LS-EXECUTOR-NAME       PIC X(30).
       01  LS-DISPOSITION         PIC X(1).
           88  LS-DISBURSE-TRANSFER   VALUE "X".
           88  LS-DISBURSE-CHECK      VALUE "K".
       01  LS-TARGET-ACCT         PIC X(12).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-DATE-OF-DEATH
                                LS-EXECUTOR-NAME
                                LS-DISPOSITION
                                LS-TARGET-ACCT
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           CALL "OPAUTH" USING LS-OPERATOR-ID
                                WS-AUTH-FUNCTION
                                WS-AUTH-AMOUNT
                                WS-AUTH-RETURN-CODE
           IF WS-AUTH-RETURN-CODE NOT = 0
               SET RC-DECLINED TO TRUE
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-MASTER
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF NOT RC-SUCCESS
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-NOTIFY-DEATH
                   PERFORM RECORD-THE-DEATH
               WHEN LS-LETTERS-ON-FILE
                   PERFORM SETTLE-THE-ESTATE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE CUSTOMER-MASTER

           GOBACK.

      * a death already on file is not notified twice; the date
      * must be a real one no later than today
       RECORD-THE-DEATH.
           IF CUST-IS-DECEASED
               SET RC-DUPLICATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-DATE-OF-DEATH = 0
                   OR LS-DATE-OF-DEATH > WS-RUN-DATE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET CUST-IS-DECEASED TO TRUE
           MOVE LS-DATE-OF-DEATH TO CUST-DATE-OF-DEATH
           MOVE WS-RUN-DATE TO CUST-DEATH-NOTIFIED
           SET ESTATE-NOTIFIED TO TRUE
           MOVE SPACES TO CUST-EXECUTOR-NAME
           MOVE 0 TO CUST-LETTERS-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE LS-CUST-ID TO WS-CIF-CUST-ID
           CALL "CIFLKUP" USING WS-CIF-CUST-ID
                                WS-CIF-COUNT
                                WS-CIF-LIST
                                WS-CIF-RETURN-CODE

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O CIF-FILE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-CIF-COUNT
               MOVE WS-CIF-LIST(WS-ACCT-IDX) TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-OPEN
                           PERFORM RETITLE-OR-RESTRICT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-CIF-MISSING
               CLOSE CIF-FILE
           END-IF
           CLOSE ACCOUNT-MASTER

           PERFORM CANCEL-STANDING-ORDERS
           PERFORM CLOSE-CUSTOMER-CARDS
           PERFORM SUSPEND-WIRE-TEMPLATES

           DISPLAY "DECEDENT: " LS-CUST-ID
                   " DATE OF DEATH " LS-DATE-OF-DEATH
           DISPLAY "DECEDENT: ACCOUNTS RESTRICTED   = "
                   WS-ACCTS-RESTRICTED
           DISPLAY "DECEDENT: ACCOUNTS RETITLED     = "
                   WS-ACCTS-RETITLED
           DISPLAY "DECEDENT: SIGNER SEATS REMOVED  = "
                   WS-SIGNERS-REMOVED
           DISPLAY "DECEDENT: STANDING ORDERS CNCLD = "
                   WS-ORDERS-CANCELLED
           DISPLAY "DECEDENT: CARDS CLOSED          = "
                   WS-CARDS-CLOSED
           DISPLAY "DECEDENT: TEMPLATES SUSPENDED   = "
                   WS-TEMPLATES-SUSPENDED.

      * where the decedent sits on the account decides its fate:
      * sole owner restricts, owner with a surviving co-owner hands
      * the title to the survivor, a co-owner or signer seat simply
      * comes off
       RETITLE-OR-RESTRICT.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "N" TO WS-ACCT-CHANGED
           MOVE 0 TO WS-DECEDENT-SLOT
           MOVE 0 TO WS-SURVIVOR-SLOT
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
                   UNTIL WS-SIGNER-IDX > 5
               IF SIGNER-ID(WS-SIGNER-IDX) = LS-CUST-ID
                   MOVE WS-SIGNER-IDX TO WS-DECEDENT-SLOT
               ELSE
                   IF SIGNER-ID(WS-SIGNER-IDX) NOT = 0
                           AND SIGNER-CO-OWNER(WS-SIGNER-IDX)
                           AND WS-SURVIVOR-SLOT = 0
                       MOVE WS-SIGNER-IDX TO WS-SURVIVOR-SLOT
                   END-IF
               END-IF
           END-PERFORM

           IF ACCT-OWNER-ID = LS-CUST-ID
               IF WS-SURVIVOR-SLOT NOT = 0
                   PERFORM RETITLE-TO-SURVIVOR
               ELSE
                   PERFORM RESTRICT-SOLE-ACCOUNT
               END-IF
           ELSE
               IF WS-DECEDENT-SLOT NOT = 0
                   IF SIGNER-CO-OWNER(WS-DECEDENT-SLOT)
                       ADD 1 TO WS-ACCTS-RETITLED
                   ELSE
                       ADD 1 TO WS-SIGNERS-REMOVED
                   END-IF
                   PERFORM REMOVE-DECEDENT-SEAT
                   PERFORM DELETE-DECEDENT-CIF-ROW
               END-IF
           END-IF

           IF WS-ACCOUNT-CHANGED
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
               CALL "JRNLWRT" USING WS-JRNL-PROGRAM
                                   ACCT-NUMBER
                                   WS-BEFORE-IMAGE
                                   WS-AFTER-IMAGE
                                   WS-JRNL-RETURN-CODE
           END-IF.

      * the survivor moves up from the signatory block to owner;
      * their CIF row becomes the owner row and the decedent's goes
       RETITLE-TO-SURVIVOR.
           MOVE SIGNER-ID(WS-SURVIVOR-SLOT) TO WS-SURVIVOR-ID
           MOVE WS-SURVIVOR-ID TO ACCT-OWNER-ID
           MOVE 0 TO SIGNER-ID(WS-SURVIVOR-SLOT)
           MOVE SPACES TO SIGNER-NAME(WS-SURVIVOR-SLOT)
           MOVE SPACES TO SIGNER-ROLE(WS-SURVIVOR-SLOT)
           IF ACCT-NUM-SIGNERS > 0
               SUBTRACT 1 FROM ACCT-NUM-SIGNERS
           END-IF
           IF WS-DECEDENT-SLOT NOT = 0
               PERFORM REMOVE-DECEDENT-SEAT
           END-IF
           SET WS-ACCOUNT-CHANGED TO TRUE
           ADD 1 TO WS-ACCTS-RETITLED

           IF NOT WS-CIF-MISSING
               MOVE WS-SURVIVOR-ID TO CIF-CUST-ID
               MOVE ACCT-NUMBER TO CIF-ACCOUNT-NUMBER
               READ CIF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CIF-OWNER TO TRUE
                       REWRITE CIF-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           PERFORM DELETE-DECEDENT-CIF-ROW.

      * a deceased hold with no expiry, so HOLDEXPR never lifts it;
      * a hold already standing (a legal order, say) is left as it
      * is - the account is restricted either way
       RESTRICT-SOLE-ACCOUNT.
           IF NOT ACCT-ON-HOLD
               SET ACCT-ON-HOLD TO TRUE
               SET HOLD-REASON-DECEASED TO TRUE
               MOVE LS-OPERATOR-ID TO ACCT-HOLD-PLACED-BY
               MOVE WS-RUN-DATE TO ACCT-HOLD-PLACED-DATE
               MOVE 0 TO ACCT-HOLD-EXPIRE-DATE
           END-IF
           PERFORM STAMP-DATE-OF-DEATH
           ADD 1 TO WS-ACCTS-RESTRICTED
           IF WS-RESTRICT-COUNT < 20
               ADD 1 TO WS-RESTRICT-COUNT
               MOVE ACCT-NUMBER TO WS-RESTRICT-LIST(WS-RESTRICT-COUNT)
           END-IF.

       STAMP-DATE-OF-DEATH.
           IF ACCT-OWNER-DOD = 0
                   OR ACCT-OWNER-DOD > LS-DATE-OF-DEATH
               MOVE LS-DATE-OF-DEATH TO ACCT-OWNER-DOD
           END-IF
           SET WS-ACCOUNT-CHANGED TO TRUE.

       REMOVE-DECEDENT-SEAT.
           MOVE 0 TO SIGNER-ID(WS-DECEDENT-SLOT)
           MOVE SPACES TO SIGNER-NAME(WS-DECEDENT-SLOT)
           MOVE SPACES TO SIGNER-ROLE(WS-DECEDENT-SLOT)
           IF ACCT-NUM-SIGNERS > 0
               SUBTRACT 1 FROM ACCT-NUM-SIGNERS
           END-IF
           SET WS-ACCOUNT-CHANGED TO TRUE.

       DELETE-DECEDENT-CIF-ROW.
           IF WS-CIF-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO CIF-CUST-ID
           MOVE ACCT-NUMBER TO CIF-ACCOUNT-NUMBER
           DELETE CIF-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * nothing moves out of a restricted account on a schedule
       CANCEL-STANDING-ORDERS.
           IF WS-RESTRICT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ORDER-FILE
           IF WS-SO-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE 0 TO SO-ORDER-ID
           START ORDER-FILE KEY >= SO-ORDER-ID
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       MOVE SO-FROM-ACCT TO WS-MATCH-ACCT
                       PERFORM CHECK-RESTRICT-LIST
                       IF SO-ACTIVE AND WS-IS-RESTRICTED
                           SET SO-CANCELLED TO TRUE
                           REWRITE STANDING-ORDER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ORDERS-CANCELLED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

      * every card in the customer's name, on any account, dies
      * with them; ISOSWTCH declines anything not active
       CLOSE-CUSTOMER-CARDS.
           OPEN I-O CARD-MASTER-FILE
           IF WS-CM-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO CM-PAN
           START CARD-MASTER-FILE KEY >= CM-PAN
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ CARD-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       IF CM-CUST-ID = LS-CUST-ID
                               AND NOT CM-CLOSED
                           SET CM-CLOSED TO TRUE
                           REWRITE CARD-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CARDS-CLOSED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-MASTER-FILE.

       SUSPEND-WIRE-TEMPLATES.
           IF WS-RESTRICT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TEMPLATE-FILE
           IF WS-WTP-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE LOW-VALUES TO WTP-TEMPLATE-ID
           START TEMPLATE-FILE KEY >= WTP-TEMPLATE-ID
               INVALID KEY
                   SET WS-SCAN-COMPLETE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-COMPLETE
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-COMPLETE TO TRUE
                   NOT AT END
                       MOVE WTP-ORD-ACCT-NO(1:12) TO WS-MATCH-ACCT
                       PERFORM CHECK-RESTRICT-LIST
                       IF WS-IS-RESTRICTED AND NOT WTP-SUSPENDED
                           SET WTP-SUSPENDED TO TRUE
                           REWRITE WIRE-TEMPLATE-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TEMPLATES-SUSPENDED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       CHECK-RESTRICT-LIST.
           MOVE "N" TO WS-ON-RESTRICT-LIST
           PERFORM VARYING WS-RESTRICT-IDX FROM 1 BY 1
                   UNTIL WS-RESTRICT-IDX > WS-RESTRICT-COUNT
                      OR WS-IS-RESTRICTED
               IF WS-RESTRICT-LIST(WS-RESTRICT-IDX) = WS-MATCH-ACCT
                   SET WS-IS-RESTRICTED TO TRUE
               END-IF
           END-PERFORM.

      * letters testamentary (or of administration) on file: the
      * executor is recorded and every account still titled to the
      * decedent is closed out to the estate. ACCTCLOS applies its
      * own blockers, so an account with a pending item stays open
      * and the estate stays unsettled until a later run clears it.
       SETTLE-THE-ESTATE.
           IF NOT CUST-IS-DECEASED OR ESTATE-SETTLED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-EXECUTOR-NAME = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT LS-DISBURSE-TRANSFER AND NOT LS-DISBURSE-CHECK
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-DISBURSE-TRANSFER AND LS-TARGET-ACCT = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE LS-EXECUTOR-NAME TO CUST-EXECUTOR-NAME
           MOVE WS-RUN-DATE TO CUST-LETTERS-DATE
           SET ESTATE-LETTERS-ON-FILE TO TRUE

           MOVE LS-CUST-ID TO WS-CIF-CUST-ID
           CALL "CIFLKUP" USING WS-CIF-CUST-ID
                                WS-CIF-COUNT
                                WS-CIF-LIST
                                WS-CIF-RETURN-CODE

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-CIF-COUNT
               PERFORM PAY-OUT-ONE-ACCOUNT
           END-PERFORM

           IF WS-ACCTS-NOT-PAID = 0
               SET ESTATE-SETTLED TO TRUE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE

           DISPLAY "DECEDENT: " LS-CUST-ID
                   " ESTATE OF " CUST-EXECUTOR-NAME
           DISPLAY "DECEDENT: ACCOUNTS PAID OUT     = "
                   WS-ACCTS-PAID-OUT
           DISPLAY "DECEDENT: ACCOUNTS NOT PAID     = "
                   WS-ACCTS-NOT-PAID.

      * only an open account the decedent still owns is the
      * estate's; ACCTCLOS opens the account master itself
       PAY-OUT-ONE-ACCOUNT.
           MOVE WS-CIF-LIST(WS-ACCT-IDX) TO WS-CLOSE-ACCT
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-CLOSE-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-CLOSE-ACCT
           END-READ
           IF WS-ACCT-OK
               IF ACCT-OWNER-ID NOT = LS-CUST-ID OR NOT ACCT-OPEN
                   MOVE SPACES TO WS-CLOSE-ACCT
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER
           IF WS-CLOSE-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LS-DISPOSITION TO WS-CLOSE-DISPOSITION
           MOVE LS-TARGET-ACCT TO WS-CLOSE-TARGET
           OPEN INPUT POD-FILE
           IF NOT WS-POD-NOT-FOUND
               MOVE WS-CLOSE-ACCT TO POD-ACCT-NUMBER
               READ POD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POD-TOTAL-SHARE > 0
                           MOVE "P" TO WS-CLOSE-DISPOSITION
                           IF LS-DISBURSE-CHECK
                               MOVE SPACES TO WS-CLOSE-TARGET
                           END-IF
                       END-IF
               END-READ
               CLOSE POD-FILE
           END-IF

           CALL "ACCTCLOS" USING LS-OPERATOR-ID
                                 WS-CLOSE-ACCT
                                 WS-CLOSE-DISPOSITION
                                 WS-CLOSE-TARGET
                                 WS-CLOSE-RETURN-CODE
           IF WS-CLOSE-RETURN-CODE = 0
               ADD 1 TO WS-ACCTS-PAID-OUT
           ELSE
               ADD 1 TO WS-ACCTS-NOT-PAID
               DISPLAY "DECEDENT: " WS-CLOSE-ACCT
                       " NOT PAID OUT, RC=" WS-CLOSE-RETURN-CODE
               IF RC-SUCCESS
                   MOVE WS-CLOSE-RETURN-CODE TO LS-RETURN-CODE
               END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCKSALE.

      ****************************************************************
      * BRANCH OFFICIAL CHECK SALE: the teller platform calls this
      * when a cashier's check, teller's check, money order or bank
      * draft is sold over the counter. The item goes on the check
      * issuance table (CHKISSUE) under the issuing account and
      * serial number, so the Positive Pay export picks it up like
      * any other check, carrying the sale detail the BSA monetary
      * instrument log needs: how much was paid in currency, the
      * branch and drawer, the teller, and the purchaser.
      *   - a purchaser with an account (customer id given) has any
      *     blank name, address, SSN and date of birth filled from
      *     the customer master
      *   - currency of WS-ID-FLOOR or more must come with the
      *     purchaser's name, address, date of birth and SSN (or,
      *     for a non-customer without one, a passport or alien
      *     registration number); a non-customer must also show an
      *     identifying document, recorded by type and number
      * The cash itself still posts through TXNPOST as the branch
      * deposit to the issuing account on the teller's drawer.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUANCE-TABLE ASSIGN TO "CHKISSUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-ISSUANCE-TABLE.
       COPY "check-issuance.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHK-FILE-STATUS    PIC X(2).
           88  WS-CHK-OK             VALUE "00".
           88  WS-CHK-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

      * currency at or over this needs the purchaser identified
       01  WS-ID-FLOOR            PIC 9(7)V99 COMP-3 VALUE 3000.00.

       01  WS-RUN-DATE            PIC 9(8).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-BRANCH-ID           PIC X(4).
       01  LS-DRAWER-ID           PIC X(4).
       01  LS-ISSUE-ACCOUNT       PIC X(12).
       01  LS-SERIAL-NUMBER       PIC X(10).
       01  LS-ITEM-TYPE           PIC X(1).
       01  LS-AMOUNT              PIC S9(11)V99 COMP-3.
       01  LS-CASH-AMOUNT         PIC S9(11)V99 COMP-3.
       01  LS-PAYEE-NAME          PIC X(35).
      * laid out as CHK-PURCHASER
       01  LS-PURCHASER.
           05  LS-PUR-CUST-ID     PIC 9(10).
           05  LS-PUR-NAME        PIC X(40).
           05  LS-PUR-STREET      PIC X(40).
           05  LS-PUR-CITY        PIC X(25).
           05  LS-PUR-STATE       PIC X(2).
           05  LS-PUR-ZIP         PIC X(10).
           05  LS-PUR-SSN         PIC X(11).
           05  LS-PUR-DOB         PIC 9(8).
           05  LS-PUR-ID-TYPE     PIC X(2).
           05  LS-PUR-ID-NUMBER   PIC X(20).
           05  LS-PUR-ID-ISSUER   PIC X(2).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-BRANCH-ID
                                LS-DRAWER-ID
                                LS-ISSUE-ACCOUNT
                                LS-SERIAL-NUMBER
                                LS-ITEM-TYPE
                                LS-AMOUNT
                                LS-CASH-AMOUNT
                                LS-PAYEE-NAME
                                LS-PURCHASER
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           INITIALIZE CHECK-ISSUANCE-RECORD
           MOVE LS-ITEM-TYPE TO CHK-ITEM-TYPE
           IF NOT CHK-OFFICIAL-ITEM
                   OR LS-ISSUE-ACCOUNT = SPACES
                   OR LS-SERIAL-NUMBER = SPACES
                   OR LS-AMOUNT NOT > 0
                   OR LS-CASH-AMOUNT < 0
                   OR LS-CASH-AMOUNT > LS-AMOUNT
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           IF LS-PUR-CUST-ID NOT = 0
               PERFORM FILL-FROM-CUSTOMER
               IF NOT RC-SUCCESS
                   GOBACK
               END-IF
           END-IF

           IF LS-CASH-AMOUNT >= WS-ID-FLOOR
               PERFORM CHECK-PURCHASER-ID
               IF NOT RC-SUCCESS
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CHECK-ISSUANCE-TABLE
           IF WS-CHK-NOT-FOUND
               OPEN OUTPUT CHECK-ISSUANCE-TABLE
               CLOSE CHECK-ISSUANCE-TABLE
               OPEN I-O CHECK-ISSUANCE-TABLE
           END-IF
           IF NOT WS-CHK-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE LS-ISSUE-ACCOUNT TO CHK-ACCOUNT-NUMBER
           MOVE LS-SERIAL-NUMBER TO CHK-CHECK-NUMBER
           MOVE LS-AMOUNT TO CHK-AMOUNT
           MOVE WS-RUN-DATE TO CHK-ISSUE-DATE
           SET CHK-ISSUED TO TRUE
           MOVE LS-ITEM-TYPE TO CHK-ITEM-TYPE
           MOVE LS-CASH-AMOUNT TO CHK-CASH-AMOUNT
           MOVE LS-PAYEE-NAME TO CHK-PAYEE-NAME
           MOVE LS-BRANCH-ID TO CHK-BRANCH-ID
           MOVE LS-DRAWER-ID TO CHK-DRAWER-ID
           MOVE LS-OPERATOR-ID TO CHK-SOLD-BY
           MOVE LS-PURCHASER TO CHK-PURCHASER
           WRITE CHECK-ISSUANCE-RECORD
               INVALID KEY
                   SET RC-DUPLICATE TO TRUE
           END-WRITE
           CLOSE CHECK-ISSUANCE-TABLE

           GOBACK.

      * the account records stand in for what the teller would
      * otherwise copy off the customer's documents
       FILL-FROM-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PUR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF NOT RC-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF LS-PUR-NAME = SPACES
               STRING CUST-FIRST-NAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CUST-LAST-NAME DELIMITED BY "  "
                   INTO LS-PUR-NAME
           END-IF
           IF LS-PUR-STREET = SPACES
               MOVE CUST-STREET TO LS-PUR-STREET
               MOVE CUST-CITY TO LS-PUR-CITY
               MOVE CUST-STATE TO LS-PUR-STATE
               MOVE CUST-ZIP TO LS-PUR-ZIP
           END-IF
           IF LS-PUR-SSN = SPACES
               MOVE CUST-SSN TO LS-PUR-SSN
           END-IF
           IF LS-PUR-DOB = 0
               MOVE CUST-DATE-OF-BIRTH TO LS-PUR-DOB
           END-IF.

       CHECK-PURCHASER-ID.
           MOVE LS-PUR-ID-TYPE TO CHK-PUR-ID-TYPE
           IF LS-PUR-NAME = SPACES OR LS-PUR-STREET = SPACES
                   OR LS-PUR-DOB = 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-PUR-SSN = SPACES
               IF NOT (CHK-PUR-PASSPORT OR CHK-PUR-ALIEN-REG)
                       OR LS-PUR-ID-NUMBER = SPACES
                   SET RC-INVALID-INPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-PUR-CUST-ID = 0
               IF NOT CHK-PUR-VALID-ID OR LS-PUR-ID-NUMBER = SPACES
                   SET RC-INVALID-INPUT TO TRUE
               END-IF
           END-IF.

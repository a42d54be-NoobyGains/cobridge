       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRXMNT.

      ****************************************************************
      * CTR EXEMPTION MAINTENANCE: the BSA desk keys a customer's
      * exemption from currency transaction reporting here once the
      * Designation of Exempt Person is filed. The operator must
      * clear OPAUTH's CTRX function. Actions:
      *   D - designate: the phase (1 or 2) and a category that
      *       belongs to it, the date the designation was filed and
      *       its BSA id, and the review cycle (A annual, B
      *       biennial). The first review falls one cycle after the
      *       filing. A revoked exemption may be designated again.
      *   R - review completed: the next review is one cycle from
      *       today.
      *   X - revoke: CTREXTR files on the customer again from the
      *       next run.
      * Only an active customer can be designated. Every change
      * journals the before and after images through CUSTJRNL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-EXEMPT-FILE ASSIGN TO "CTREXMPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-CTX-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-EXEMPT-FILE.
       COPY "ctr-exemption.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CTX-STATUS         PIC X(2).
           88  WS-CTX-OK             VALUE "00".
           88  WS-CTX-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

      * days in one review cycle
       01  WS-ANNUAL-DAYS         PIC 9(3) VALUE 365.
       01  WS-BIENNIAL-DAYS       PIC 9(3) VALUE 730.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CYCLE-FROM          PIC 9(8).
       01  WS-CYCLE-DAYS          PIC 9(3).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "CTRX".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

      * before/after images for the customer journal (CUSTJRNL)
       01  WS-JRNL-PROGRAM        PIC X(8) VALUE "CTRXMNT".
       01  WS-JRNL-APPROVER       PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE        PIC X(500).
       01  WS-AFTER-IMAGE         PIC X(500).
       01  WS-JRNL-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-DESIGNATE           VALUE "D".
           88  LS-REVIEW-DONE         VALUE "R".
           88  LS-REVOKE              VALUE "X".
       01  LS-CUST-ID             PIC 9(10).
       01  LS-PHASE               PIC X(1).
       01  LS-CATEGORY            PIC X(1).
       01  LS-DOEP-FILED-DATE     PIC 9(8).
       01  LS-DOEP-BSA-ID         PIC X(14).
       01  LS-REVIEW-CYCLE        PIC X(1).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CUST-ID
                                LS-PHASE
                                LS-CATEGORY
                                LS-DOEP-FILED-DATE
                                LS-DOEP-BSA-ID
                                LS-REVIEW-CYCLE
                                LS-NOTE
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

           IF NOT LS-DESIGNATE AND NOT LS-REVIEW-DONE
                   AND NOT LS-REVOKE
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           IF LS-DESIGNATE
               PERFORM CHECK-THE-CUSTOMER
               IF NOT RC-SUCCESS
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CTR-EXEMPT-FILE
           IF WS-CTX-NOT-FOUND
               OPEN OUTPUT CTR-EXEMPT-FILE
               CLOSE CTR-EXEMPT-FILE
               OPEN I-O CTR-EXEMPT-FILE
           END-IF
           IF NOT WS-CTX-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE "N" TO WS-ROW-EXISTS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE LS-CUST-ID TO CTX-CUST-ID
           READ CTR-EXEMPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAVE-ROW TO TRUE
                   MOVE CTR-EXEMPT-RECORD TO WS-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN LS-DESIGNATE
                   PERFORM DESIGNATE-EXEMPT-PERSON
               WHEN LS-REVIEW-DONE
                   PERFORM RECORD-THE-REVIEW
               WHEN LS-REVOKE
                   PERFORM REVOKE-THE-EXEMPTION
           END-EVALUATE

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO CTX-CHANGED-BY
               MOVE WS-RUN-DATE TO CTX-CHANGED-DATE
               MOVE LS-NOTE TO CTX-NOTE
               IF WS-HAVE-ROW
                   REWRITE CTR-EXEMPT-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
               ELSE
                   WRITE CTR-EXEMPT-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF RC-SUCCESS
               MOVE CTR-EXEMPT-RECORD TO WS-AFTER-IMAGE
           END-IF
           CLOSE CTR-EXEMPT-FILE

           IF RC-SUCCESS
               CALL "CUSTJRNL" USING WS-JRNL-PROGRAM
                                     LS-CUST-ID
                                     LS-OPERATOR-ID
                                     WS-JRNL-APPROVER
                                     WS-BEFORE-IMAGE
                                     WS-AFTER-IMAGE
                                     WS-JRNL-RETURN-CODE
           END-IF

           GOBACK.

      * the category must belong to the phase, and the designation
      * must already have been filed
       DESIGNATE-EXEMPT-PERSON.
           IF WS-HAVE-ROW AND CTX-ACTIVE
               SET RC-DUPLICATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-PHASE TO CTX-PHASE
           MOVE LS-CATEGORY TO CTX-CATEGORY
           MOVE LS-REVIEW-CYCLE TO CTX-REVIEW-CYCLE
           IF NOT (CTX-PHASE-I AND CTX-PHASE-I-CATEGORY)
                   AND NOT (CTX-PHASE-II AND CTX-PHASE-II-CATEGORY)
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT CTX-ANNUAL-REVIEW AND NOT CTX-BIENNIAL-REVIEW
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-DOEP-FILED-DATE = 0
                   OR LS-DOEP-FILED-DATE > WS-RUN-DATE
                   OR LS-DOEP-BSA-ID = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CTR-EXEMPT-RECORD
           MOVE LS-CUST-ID TO CTX-CUST-ID
           MOVE LS-PHASE TO CTX-PHASE
           MOVE LS-CATEGORY TO CTX-CATEGORY
           MOVE LS-REVIEW-CYCLE TO CTX-REVIEW-CYCLE
           SET CTX-ACTIVE TO TRUE
           MOVE LS-DOEP-FILED-DATE TO CTX-DOEP-FILED-DATE
           MOVE LS-DOEP-BSA-ID TO CTX-DOEP-BSA-ID
           MOVE LS-DOEP-FILED-DATE TO CTX-WINDOW-START
           MOVE LS-OPERATOR-ID TO CTX-OPENED-BY
           MOVE LS-DOEP-FILED-DATE TO WS-CYCLE-FROM
           PERFORM SET-NEXT-REVIEW.

       RECORD-THE-REVIEW.
           IF NOT WS-HAVE-ROW
               SET RC-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT CTX-ACTIVE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-REVIEW-CYCLE = "A" OR LS-REVIEW-CYCLE = "B"
               MOVE LS-REVIEW-CYCLE TO CTX-REVIEW-CYCLE
           END-IF
           MOVE WS-RUN-DATE TO CTX-LAST-REVIEW-DATE
           MOVE WS-RUN-DATE TO WS-CYCLE-FROM
           PERFORM SET-NEXT-REVIEW.

       REVOKE-THE-EXEMPTION.
           IF NOT WS-HAVE-ROW
               SET RC-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT CTX-ACTIVE
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET CTX-REVOKED TO TRUE.

      * one review cycle on from WS-CYCLE-FROM
       SET-NEXT-REVIEW.
           IF CTX-BIENNIAL-REVIEW
               MOVE WS-BIENNIAL-DAYS TO WS-CYCLE-DAYS
           ELSE
               MOVE WS-ANNUAL-DAYS TO WS-CYCLE-DAYS
           END-IF
           COMPUTE CTX-NEXT-REVIEW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-FROM)
                 + WS-CYCLE-DAYS).

       CHECK-THE-CUSTOMER.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF RC-SUCCESS AND NOT CUST-ACTIVE
               SET RC-INVALID-INPUT TO TRUE
           END-IF.

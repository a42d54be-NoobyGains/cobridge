       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTJRNL.

      ****************************************************************
      * SHARED CUSTOMER JOURNALING SUBPROGRAM: JRNLWRT for the
      * customer master. A program that rewrites a CUSTOMER-RECORD
      * in place CALLs this with the image it read and the image it
      * wrote, plus the operator (and approver, where the change
      * needed one), and one before/after pair lands on the customer
      * journal.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-JOURNAL.
       COPY "cust-journal.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS     PIC X(2).
           88  WS-JRNL-OK         VALUE "00".
           88  WS-JRNL-NOT-FOUND  VALUE "35".
       01  WS-STAMP-DATE      PIC 9(8).
       01  WS-STAMP-TIME      PIC 9(6).

       LINKAGE SECTION.
       01  LS-PROGRAM         PIC X(8).
       01  LS-CUST-ID         PIC 9(10).
       01  LS-OPERATOR-ID     PIC 9(8).
       01  LS-APPROVER-ID     PIC 9(8).
       01  LS-BEFORE-IMAGE    PIC X(500).
       01  LS-AFTER-IMAGE     PIC X(500).
       01  LS-RETURN-CODE     PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-PROGRAM
                                LS-CUST-ID
                                LS-OPERATOR-ID
                                LS-APPROVER-ID
                                LS-BEFORE-IMAGE
                                LS-AFTER-IMAGE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE

           OPEN EXTEND CUST-JOURNAL
           IF WS-JRNL-NOT-FOUND
               OPEN OUTPUT CUST-JOURNAL
           END-IF
           IF NOT WS-JRNL-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME

           SET CJR-BEFORE-IMAGE TO TRUE
           MOVE LS-PROGRAM TO CJR-PROGRAM
           MOVE WS-STAMP-DATE TO CJR-DATE
           MOVE WS-STAMP-TIME TO CJR-TIME
           MOVE LS-CUST-ID TO CJR-CUST-ID
           MOVE LS-OPERATOR-ID TO CJR-OPERATOR-ID
           MOVE LS-APPROVER-ID TO CJR-APPROVER-ID
           MOVE LS-BEFORE-IMAGE TO CJR-IMAGE
           WRITE CUST-JOURNAL-RECORD

           SET CJR-AFTER-IMAGE TO TRUE
           MOVE LS-AFTER-IMAGE TO CJR-IMAGE
           WRITE CUST-JOURNAL-RECORD

           CLOSE CUST-JOURNAL

           GOBACK.

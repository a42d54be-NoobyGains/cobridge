       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKRCHK.

      ****************************************************************
      * Return the bankruptcy case, if any, for a borrower - by
      * CUST-ID where the caller has one, else by the debtor SSN
      * alternate key (the mortgage book carries only the SSN).
      * Chapter, status and filing date come back for the caller
      * to act on: the stay is in effect while the status is F.
      * No case on file (or no case file at all) is RC-NOT-FOUND.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRUPTCY-FILE ASSIGN TO "BKRCASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               ALTERNATE RECORD KEY IS BKR-DEBTOR-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-BKR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKRUPTCY-FILE.
       COPY "bankruptcy-case.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BKR-STATUS         PIC X(2).
           88  WS-BKR-OK             VALUE "00".
       01  WS-CASE-FOUND         PIC X(1).
           88  WS-CASE-ON-FILE       VALUE "Y".

       LINKAGE SECTION.
       01  LS-CUST-ID            PIC 9(10).
       01  LS-DEBTOR-SSN         PIC 9(9).
       01  LS-CHAPTER            PIC X(2).
       01  LS-CASE-STATUS        PIC X(1).
       01  LS-FILING-DATE        PIC 9(8).
       01  LS-RETURN-CODE        PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-CUST-ID
                                LS-DEBTOR-SSN
                                LS-CHAPTER
                                LS-CASE-STATUS
                                LS-FILING-DATE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-NOT-FOUND TO TRUE
           MOVE "N" TO WS-CASE-FOUND
           MOVE SPACES TO LS-CHAPTER
           MOVE SPACES TO LS-CASE-STATUS
           MOVE 0 TO LS-FILING-DATE

           OPEN INPUT BANKRUPTCY-FILE
           IF NOT WS-BKR-OK
               GOBACK
           END-IF

           IF LS-CUST-ID NOT = 0
               MOVE LS-CUST-ID TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-ON-FILE TO TRUE
               END-READ
           END-IF
           IF NOT WS-CASE-ON-FILE AND LS-DEBTOR-SSN NOT = 0
               MOVE LS-DEBTOR-SSN TO BKR-DEBTOR-SSN
               READ BANKRUPTCY-FILE KEY IS BKR-DEBTOR-SSN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-ON-FILE TO TRUE
               END-READ
           END-IF

           IF WS-CASE-ON-FILE
               SET RC-SUCCESS TO TRUE
               MOVE BKR-CHAPTER TO LS-CHAPTER
               MOVE BKR-STATUS TO LS-CASE-STATUS
               MOVE BKR-FILING-DATE TO LS-FILING-DATE
           END-IF

           CLOSE BANKRUPTCY-FILE

           GOBACK.

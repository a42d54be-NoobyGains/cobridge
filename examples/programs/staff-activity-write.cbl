       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFLOG.

      ****************************************************************
      * SHARED STAFF ACTIVITY SUBPROGRAM: a program that waives a
      * fee, releases a hold or changes a signer CALLs this once the
      * change has stood, with the operator who did it and the
      * account (or customer) it was done to, and one row lands on
      * the staff activity file - the CUSTJRNL pattern for the
      * actions internal audit reviews for self-dealing.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-ACTIVITY ASSIGN TO "STAFFACT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAFF-ACTIVITY.
       COPY "staff-activity.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SA-STATUS       PIC X(2).
           88  WS-SA-OK           VALUE "00".
           88  WS-SA-NOT-FOUND    VALUE "35".

       LINKAGE SECTION.
       01  LS-PROGRAM         PIC X(8).
       01  LS-OPERATOR-ID     PIC 9(8).
       01  LS-ACTIVITY        PIC X(1).
       01  LS-ACCT-NUMBER     PIC X(12).
       01  LS-CUST-ID         PIC 9(10).
       01  LS-AMOUNT          PIC S9(11)V99 COMP-3.
       01  LS-DETAIL          PIC X(40).
       01  LS-RETURN-CODE     PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-PROGRAM
                                LS-OPERATOR-ID
                                LS-ACTIVITY
                                LS-ACCT-NUMBER
                                LS-CUST-ID
                                LS-AMOUNT
                                LS-DETAIL
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE

           OPEN EXTEND STAFF-ACTIVITY
           IF WS-SA-NOT-FOUND
               OPEN OUTPUT STAFF-ACTIVITY
           END-IF
           IF NOT WS-SA-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           ACCEPT SA-DATE FROM DATE YYYYMMDD
           ACCEPT SA-TIME FROM TIME
           MOVE LS-PROGRAM TO SA-PROGRAM
           MOVE LS-OPERATOR-ID TO SA-OPERATOR-ID
           MOVE LS-ACTIVITY TO SA-ACTIVITY
           MOVE LS-ACCT-NUMBER TO SA-ACCT-NUMBER
           MOVE LS-CUST-ID TO SA-CUST-ID
           MOVE LS-AMOUNT TO SA-AMOUNT
           MOVE LS-DETAIL TO SA-DETAIL
           WRITE STAFF-ACTIVITY-RECORD

           CLOSE STAFF-ACTIVITY

           GOBACK.

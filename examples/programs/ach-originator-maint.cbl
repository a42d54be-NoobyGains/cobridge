       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHOPMNT.

      ****************************************************************
      * MAINTAIN THE ACH ORIGINATOR PROFILE FILE, WIRELMNT-style,
      * for the ACH desk: set up an originator under the company id
      * its batches will carry, with its settlement account, name
      * and SEC code (blank for PPD), and set its daily and
      * submission-window exposure limits. A zero limit leaves that
      * limit as it stands (no limit on a new profile); a window
      * limit above the daily is refused. Status 'S' suspends the
      * originator - ACHORIG then holds every batch for it - and
      * 'A' reinstates it. The settlement account must be an open
      * account and may belong to one originator only. Every
      * attempt goes through OPAUTH with the ACHM function, and the
      * row stamps who set it and when; ACHORIG's exposure
      * accumulators are left alone.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINATOR-FILE ASSIGN TO "ACHORIGP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AOP-COMPANY-ID
               ALTERNATE RECORD KEY IS AOP-ACCOUNT-NUMBER
               FILE STATUS IS WS-AOP-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGINATOR-FILE.
       COPY "ach-originator.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AOP-STATUS         PIC X(2).
           88  WS-AOP-OK             VALUE "00".
           88  WS-AOP-NOT-FOUND      VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROW-EXISTS          PIC X(1).
           88  WS-HAVE-ROW            VALUE "Y".

      * role-based entitlement check before any action (OPAUTH)
       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "ACHM".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-COMPANY-ID          PIC X(10).
       01  LS-ACCOUNT-NUMBER      PIC X(12).
       01  LS-COMPANY-NAME        PIC X(16).
       01  LS-SEC-CODE            PIC X(3).
       01  LS-DAILY-LIMIT         PIC S9(11)V99 COMP-3.
       01  LS-WINDOW-LIMIT        PIC S9(11)V99 COMP-3.
       01  LS-STATUS              PIC X(1).
           88  LS-ACTIVE              VALUE "A".
           88  LS-SUSPENDED           VALUE "S".
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-COMPANY-ID
                                LS-ACCOUNT-NUMBER
                                LS-COMPANY-NAME
                                LS-SEC-CODE
                                LS-DAILY-LIMIT
                                LS-WINDOW-LIMIT
                                LS-STATUS
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

           PERFORM VALIDATE-REQUEST
           IF NOT RC-SUCCESS
               GOBACK
           END-IF

           OPEN I-O ORIGINATOR-FILE
           IF WS-AOP-NOT-FOUND
               OPEN OUTPUT ORIGINATOR-FILE
               CLOSE ORIGINATOR-FILE
               OPEN I-O ORIGINATOR-FILE
           END-IF

           PERFORM CHECK-ACCOUNT-FREE
           IF RC-SUCCESS
               PERFORM FETCH-OR-SEED-ROW
               PERFORM SET-PROFILE
           END-IF
           IF RC-SUCCESS
               PERFORM STORE-THE-ROW
           END-IF

           CLOSE ORIGINATOR-FILE

           GOBACK.

       VALIDATE-REQUEST.
           IF LS-COMPANY-ID = SPACES
                   OR LS-ACCOUNT-NUMBER = SPACES
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT LS-ACTIVE AND NOT LS-SUSPENDED
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LS-DAILY-LIMIT < 0 OR LS-WINDOW-LIMIT < 0
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF RC-SUCCESS AND NOT ACCT-OPEN
               SET RC-ACCOUNT-CLOSED TO TRUE
           END-IF.

      * one originator per settlement account, so ACHORIG can tell
      * whose transfer is whose
       CHECK-ACCOUNT-FREE.
           MOVE LS-ACCOUNT-NUMBER TO AOP-ACCOUNT-NUMBER
           READ ORIGINATOR-FILE KEY IS AOP-ACCOUNT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AOP-COMPANY-ID NOT = LS-COMPANY-ID
                       SET RC-DUPLICATE TO TRUE
                   END-IF
           END-READ.

       FETCH-OR-SEED-ROW.
           MOVE "Y" TO WS-ROW-EXISTS
           MOVE LS-COMPANY-ID TO AOP-COMPANY-ID
           READ ORIGINATOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-EXISTS
                   INITIALIZE ACH-ORIGINATOR-RECORD
                   MOVE LS-COMPANY-ID TO AOP-COMPANY-ID
           END-READ.

       SET-PROFILE.
           MOVE LS-ACCOUNT-NUMBER TO AOP-ACCOUNT-NUMBER
           IF LS-COMPANY-NAME NOT = SPACES
               MOVE LS-COMPANY-NAME TO AOP-COMPANY-NAME
           END-IF
           MOVE LS-SEC-CODE TO AOP-SEC-CODE
           MOVE LS-STATUS TO AOP-STATUS
           IF LS-DAILY-LIMIT > 0
               MOVE LS-DAILY-LIMIT TO AOP-DAILY-LIMIT
           END-IF
           IF LS-WINDOW-LIMIT > 0
               MOVE LS-WINDOW-LIMIT TO AOP-WINDOW-LIMIT
           END-IF
           IF AOP-DAILY-LIMIT > 0 AND AOP-WINDOW-LIMIT > 0
                   AND AOP-WINDOW-LIMIT > AOP-DAILY-LIMIT
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERATOR-ID TO AOP-SET-BY
           MOVE WS-RUN-DATE TO AOP-SET-DATE.

       STORE-THE-ROW.
           IF WS-HAVE-ROW
               REWRITE ACH-ORIGINATOR-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE ACH-ORIGINATOR-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-WRITE
           END-IF.

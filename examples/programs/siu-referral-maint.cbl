       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIUWORK.

      ****************************************************************
      * SIU REFERRAL MAINTENANCE: the investigator's side of the
      * referral queue ICRMAINT's red-flag screening fills. The
      * operator must clear OPAUTH's SIU function. Actions, each
      * recording the investigator, the date and an optional note
      * on the referral:
      *   R - released: nothing found, and ICRMAINT takes payments
      *       on the claim again
      *   F - fraud confirmed: the payments stay held for the
      *       adjuster to deny the claim
      * Only an open referral can be worked.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIU-REFERRAL-FILE ASSIGN TO "SIUREFQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SIU-CLAIM-NUMBER
               FILE STATUS IS WS-SIU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIU-REFERRAL-FILE.
       COPY "siu-referral.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIU-STATUS         PIC X(2).
           88  WS-SIU-OK             VALUE "00".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "SIU ".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-ACTION              PIC X(1).
           88  LS-RELEASE             VALUE "R".
           88  LS-CONFIRM-FRAUD       VALUE "F".
       01  LS-CLAIM-NUMBER        PIC X(12).
       01  LS-NOTE                PIC X(40).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-ACTION
                                LS-CLAIM-NUMBER
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

           OPEN I-O SIU-REFERRAL-FILE
           IF NOT WS-SIU-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE LS-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
           READ SIU-REFERRAL-FILE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-READ
           IF RC-SUCCESS AND NOT SIU-OPEN
               SET RC-INVALID-INPUT TO TRUE
           END-IF
           IF NOT RC-SUCCESS
               CLOSE SIU-REFERRAL-FILE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LS-RELEASE
                   SET SIU-RELEASED TO TRUE
               WHEN LS-CONFIRM-FRAUD
                   SET SIU-FRAUD-CONFIRMED TO TRUE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           IF RC-SUCCESS
               MOVE LS-OPERATOR-ID TO SIU-WORKED-BY
               MOVE WS-RUN-DATE TO SIU-WORKED-DATE
               IF LS-NOTE NOT = SPACES
                   MOVE LS-NOTE TO SIU-NOTE
               END-IF
               REWRITE SIU-REFERRAL-RECORD
                   INVALID KEY
                       SET RC-SYSTEM-ERROR TO TRUE
               END-REWRITE
           END-IF
           CLOSE SIU-REFERRAL-FILE

           GOBACK.

      * tier. INTACCR prices every account from this table nightly,
      * so a rate change is one row here instead of a mass update of
      * ACCT-INT-RATE across the account master.
      *
      * Action 'C' schedules a rate change on an existing tier: the
      * new rate waits on the row as pending until the effective
      * date, which must be in the future, and INTACCR switches to
      * it that night. A cut on a term product (CD, IRA) is an
      * adverse change to a fixed rate: it must be scheduled at
      * least WS-NOTICE-DAYS ahead, and every open account of the
      * type now pricing in the tier is sent the advance notice
      * through NOTIFYQ (event RC, amount the new rate in basis
      * points). If the account master cannot be read or a notice
      * cannot be queued the cut is not scheduled (system error).
      * Variable-rate products change without notice.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE.
       COPY "rate-table.cpy".

       FD  ACCOUNT-MASTER.
       COPY "account.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS        PIC X(2).
           88  WS-RATE-OK            VALUE "00".
           88  WS-RATE-NOT-FOUND     VALUE "23", "35".
       01  WS-ACCT-FILE-STATUS   PIC X(2).
           88  WS-ACCT-OK            VALUE "00".
           88  WS-ACCT-EOF           VALUE "10".

       01  WS-TODAY               PIC 9(8).
       01  WS-LEAD-DAYS           PIC S9(7) COMP.

      * advance notice of an adverse change to a term product
       01  WS-NOTICE-DAYS         PIC 9(3) VALUE 30.
       01  WS-CHANGE-KIND         PIC X(1).
           88  WS-NOTICE-REQUIRED     VALUE "Y".

      * the tier row being changed, held while the type's other
      * tiers are read for their floors
       01  WS-SAVED-ROW           PIC X(48).
       01  WS-TIER-IDX            PIC 9(2) COMP.
       01  WS-ACCT-TIER           PIC 9(2) COMP.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 9 TIMES.
               10  WS-TIER-ON-FILE    PIC X(1).
               10  WS-TIER-FLOOR      PIC S9(13)V99 COMP-3.

       01  WS-NQ-EVENT-TYPE       PIC X(2) VALUE "RC".
       01  WS-NQ-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-NQ-RETURN-CODE      PIC 9(2).

       LINKAGE SECTION.
       01  LS-ACCT-TYPE           PIC X(2).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-REMOVE              VALUE "R".
           88  LS-SCHEDULE-CHANGE     VALUE "C".
       01  LS-TIER-FLOOR          PIC S9(13)V99 COMP-3.
       01  LS-RATE                PIC 9V9(4) COMP-3.
       01  LS-EFFECTIVE-DATE      PIC 9(8).

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF LS-TIER < 1 OR LS-TIER > 9
               SET RC-INVALID-INPUT TO TRUE
                   PERFORM ADD-OR-UPDATE-TIER
               WHEN LS-REMOVE
                   PERFORM REMOVE-TIER
               WHEN LS-SCHEDULE-CHANGE
                   PERFORM SCHEDULE-RATE-CHANGE
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE
           MOVE LS-TIER TO RT-TIER
           READ RATE-TABLE
               INVALID KEY
                   INITIALIZE RATE-TABLE-RECORD
                   MOVE LS-ACCT-TYPE TO RT-ACCT-TYPE
                   MOVE LS-TIER TO RT-TIER
                   PERFORM FILL-TIER-FIELDS
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-DELETE.

      * a pending change already in force folds into the current
      * rate before the new one is judged against it
       SCHEDULE-RATE-CHANGE.
           MOVE LS-ACCT-TYPE TO RT-ACCT-TYPE
           MOVE LS-TIER TO RT-TIER
           READ RATE-TABLE
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF LS-EFFECTIVE-DATE <= WS-TODAY
               SET RC-INVALID-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF RT-NEW-EFFECTIVE-DATE > 0
                   AND RT-NEW-EFFECTIVE-DATE <= WS-TODAY
               MOVE RT-NEW-RATE TO RT-RATE
               MOVE RT-NEW-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE
           END-IF

           MOVE "N" TO WS-CHANGE-KIND
           IF LS-RATE < RT-RATE
                   AND (LS-ACCT-TYPE = "CD" OR LS-ACCT-TYPE = "IR")
               SET WS-NOTICE-REQUIRED TO TRUE
               COMPUTE WS-LEAD-DAYS =
                       FUNCTION INTEGER-OF-DATE(LS-EFFECTIVE-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               IF WS-LEAD-DAYS < WS-NOTICE-DAYS
                   SET RC-INVALID-INPUT TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LS-RATE TO RT-NEW-RATE
           MOVE LS-EFFECTIVE-DATE TO RT-NEW-EFFECTIVE-DATE
           MOVE 0 TO RT-NOTICE-DATE
           MOVE 0 TO RT-NOTICES-SENT
           IF WS-NOTICE-REQUIRED
               MOVE RATE-TABLE-RECORD TO WS-SAVED-ROW
               PERFORM LOAD-TIER-FLOORS
               MOVE WS-SAVED-ROW TO RATE-TABLE-RECORD
               PERFORM NOTIFY-AFFECTED-ACCOUNTS
               IF NOT RC-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO RT-NOTICE-DATE
           END-IF
           REWRITE RATE-TABLE-RECORD
               INVALID KEY
                   SET RC-SYSTEM-ERROR TO TRUE
           END-REWRITE.

      * the floors of the type's tiers in force today, so each
      * account can be priced to its tier the way INTACCR does
       LOAD-TIER-FLOORS.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 9
               MOVE "N" TO WS-TIER-ON-FILE(WS-TIER-IDX)
               MOVE LS-ACCT-TYPE TO RT-ACCT-TYPE
               MOVE WS-TIER-IDX TO RT-TIER
               READ RATE-TABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RT-EFFECTIVE-DATE <= WS-TODAY
                           MOVE "Y" TO WS-TIER-ON-FILE(WS-TIER-IDX)
                           MOVE RT-TIER-FLOOR
                               TO WS-TIER-FLOOR(WS-TIER-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       NOTIFY-AFFECTED-ACCOUNTS.
           COMPUTE WS-NQ-AMOUNT = LS-RATE * 10000
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               SET RC-SYSTEM-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF ACCT-OPEN AND ACCT-TYPE = LS-ACCT-TYPE
                           PERFORM NOTIFY-IF-IN-TIER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

      * the account prices in the highest tier whose floor its
      * balance meets
       NOTIFY-IF-IN-TIER.
           MOVE 0 TO WS-ACCT-TIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 9
               IF WS-TIER-ON-FILE(WS-TIER-IDX) = "Y"
                   AND ACCT-CURRENT-BAL >= WS-TIER-FLOOR(WS-TIER-IDX)
                   MOVE WS-TIER-IDX TO WS-ACCT-TIER
               END-IF
           END-PERFORM
           IF WS-ACCT-TIER NOT = LS-TIER
               EXIT PARAGRAPH
           END-IF
           CALL "NOTIFYQ" USING ACCT-NUMBER
                                WS-NQ-EVENT-TYPE
                                WS-NQ-AMOUNT
                                WS-NQ-RETURN-CODE
           IF WS-NQ-RETURN-CODE = 0
               ADD 1 TO RT-NOTICES-SENT
           ELSE
               SET RC-SYSTEM-ERROR TO TRUE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRSMNT.

      ****************************************************************
      * MAINTAIN THE CONSUMER LOAN RATE SHEET, RATEMNT-style.
      * Action 'A' adds or updates one loan-type/tier row with its
      * credit score floor, rate and effective date; action 'R'
      * removes a tier. LOANUW prices every approval from this
      * sheet, and REGOQTR holds insider loans to it, so the rate
      * the public is offered is kept in one place.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-RATE-SHEET ASSIGN TO "LNRATES"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LRS-KEY
               FILE STATUS IS WS-LRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-RATE-SHEET.
       COPY "loan-rate-sheet.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LRS-STATUS         PIC X(2).
           88  WS-LRS-OK             VALUE "00".
           88  WS-LRS-NOT-FOUND      VALUE "23", "35".

       LINKAGE SECTION.
       01  LS-LOAN-TYPE           PIC X(2).
       01  LS-TIER                PIC 9(1).
       01  LS-ACTION              PIC X(1).
           88  LS-ADD-OR-UPDATE       VALUE "A".
           88  LS-REMOVE              VALUE "R".
       01  LS-SCORE-FLOOR         PIC 9(3).
       01  LS-RATE                PIC 9V9(4) COMP-3.
       01  LS-EFFECTIVE-DATE      PIC 9(8).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-LOAN-TYPE
                                LS-TIER
                                LS-ACTION
                                LS-SCORE-FLOOR
                                LS-RATE
                                LS-EFFECTIVE-DATE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-SUCCESS TO TRUE

           IF LS-TIER < 1 OR LS-TIER > 9 OR LS-LOAN-TYPE = SPACES
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O LOAN-RATE-SHEET
           IF WS-LRS-NOT-FOUND
               OPEN OUTPUT LOAN-RATE-SHEET
               CLOSE LOAN-RATE-SHEET
               OPEN I-O LOAN-RATE-SHEET
           END-IF

           EVALUATE TRUE
               WHEN LS-ADD-OR-UPDATE
                   PERFORM ADD-OR-UPDATE-TIER
               WHEN LS-REMOVE
                   PERFORM REMOVE-TIER
               WHEN OTHER
                   SET RC-INVALID-INPUT TO TRUE
           END-EVALUATE

           CLOSE LOAN-RATE-SHEET

           GOBACK.

       ADD-OR-UPDATE-TIER.
           MOVE LS-LOAN-TYPE TO LRS-LOAN-TYPE
           MOVE LS-TIER TO LRS-TIER
           READ LOAN-RATE-SHEET
               INVALID KEY
                   MOVE LS-LOAN-TYPE TO LRS-LOAN-TYPE
                   MOVE LS-TIER TO LRS-TIER
                   PERFORM FILL-TIER-FIELDS
                   WRITE LOAN-RATE-SHEET-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-TIER-FIELDS
                   REWRITE LOAN-RATE-SHEET-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ.

       FILL-TIER-FIELDS.
           MOVE LS-SCORE-FLOOR TO LRS-SCORE-FLOOR
           MOVE LS-RATE TO LRS-RATE
           MOVE LS-EFFECTIVE-DATE TO LRS-EFFECTIVE-DATE.

       REMOVE-TIER.
           MOVE LS-LOAN-TYPE TO LRS-LOAN-TYPE
           MOVE LS-TIER TO LRS-TIER
           DELETE LOAN-RATE-SHEET RECORD
               INVALID KEY
                   SET RC-NOT-FOUND TO TRUE
           END-DELETE.

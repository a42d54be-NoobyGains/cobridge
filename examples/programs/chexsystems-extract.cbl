       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEXEXTR.

      ****************************************************************
      * NIGHTLY BATCH: ChexSystems account abuse extract. Writes one
      * record for every reported account (CHEXRPT) with something
      * waiting to go - the new report DDCHGOFF adds when it charges
      * off an overdrawn deposit account (closure reason OD, amount
      * charged off and balance still owed), or the paid update once
      * the charge-off has been recovered in full - and marks the
      * row sent. A charge-off recovered in full before its first
      * report went goes as a single new report already showing
      * paid. The file carries the standard header/trailer pair with
      * record count and balance-owed control total, like the Metro 2
      * handoff.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEX-FILE ASSIGN TO "CHEXRPT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CHX-ACCT-NUMBER
               ALTERNATE RECORD KEY IS CHX-CUST-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CHX-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-CHX-STATUS.
           SELECT CHEX-OUT ASSIGN TO "CHEXOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEX-FILE.
       COPY "chexsystems-report.cpy".

       FD  CHEX-OUT.
       01  CHEX-LINE                 PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-CHX-STATUS         PIC X(2).
           88  WS-CHX-EOF            VALUE "10".
           88  WS-CHX-MISSING        VALUE "35".
       01  WS-OUT-STATUS         PIC X(2).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-NEW-SENT            PIC 9(9) COMP VALUE 0.
       01  WS-PAID-SENT           PIC 9(9) COMP VALUE 0.
       01  WS-RECORDS-SENT        PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-OWED          PIC S9(13)V99 COMP-3 VALUE 0.

       COPY "file-header-trailer.cpy".

      * ChexSystems detail record (abbreviated to the fields we report)
       01  CHEX-DETAIL-RECORD.
           05  CXD-RECORD-ID         PIC X(2) VALUE "D1".
      * A add to the consumer's file, U update (paid)
           05  CXD-ACTION            PIC X(1).
           05  CXD-ACCOUNT-NUMBER    PIC X(12).
           05  CXD-SSN               PIC X(11).
           05  CXD-LAST-NAME         PIC X(30).
           05  CXD-FIRST-NAME        PIC X(30).
           05  CXD-DATE-OF-BIRTH     PIC 9(8).
           05  CXD-REASON            PIC X(2).
           05  CXD-DATE-OPENED       PIC 9(8).
           05  CXD-DATE-CLOSED       PIC 9(8).
           05  CXD-CHARGED-OFF-AMT   PIC 9(9)V99.
           05  CXD-BALANCE-OWED      PIC 9(9)V99.
      * U unpaid, P paid in full
           05  CXD-PAID-STATUS       PIC X(1).
           05  CXD-DATE-PAID         PIC 9(8).
           05  CXD-REPORT-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CHEX-OUT
           SET FHT-HEADER-REC TO TRUE
           MOVE "CHEXSYS" TO FHT-FILE-ID
           MOVE WS-RUN-DATE TO FHT-RUN-DATE
           MOVE 0 TO FHT-RECORD-COUNT
           MOVE 0 TO FHT-CONTROL-TOTAL
           MOVE FILE-HEADER-TRAILER-RECORD TO CHEX-LINE
           WRITE CHEX-LINE

           PERFORM SEND-WAITING-ROWS

           SET FHT-TRAILER-REC TO TRUE
           MOVE WS-RECORDS-SENT TO FHT-RECORD-COUNT
           MOVE WS-TOTAL-OWED TO FHT-CONTROL-TOTAL
           MOVE FILE-HEADER-TRAILER-RECORD TO CHEX-LINE
           WRITE CHEX-LINE
           CLOSE CHEX-OUT

           DISPLAY "CHEXEXTR: NEW REPORTS      = " WS-NEW-SENT
           DISPLAY "CHEXEXTR: PAID UPDATES     = " WS-PAID-SENT
           DISPLAY "CHEXEXTR: BALANCE REPORTED = " WS-TOTAL-OWED

           GOBACK.

       SEND-WAITING-ROWS.
           OPEN I-O CHEX-FILE
           IF WS-CHX-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHX-EOF
               READ CHEX-FILE NEXT RECORD
                   AT END
                       SET WS-CHX-EOF TO TRUE
                   NOT AT END
                       IF NOT CHX-NOTHING-TO-SEND
                           PERFORM SEND-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHEX-FILE.

       SEND-ONE-ROW.
           IF CHX-SEND-NEW
               MOVE "A" TO CXD-ACTION
               ADD 1 TO WS-NEW-SENT
           ELSE
               MOVE "U" TO CXD-ACTION
               ADD 1 TO WS-PAID-SENT
           END-IF
           MOVE CHX-ACCT-NUMBER TO CXD-ACCOUNT-NUMBER
           MOVE CHX-SSN TO CXD-SSN
           MOVE CHX-LAST-NAME TO CXD-LAST-NAME
           MOVE CHX-FIRST-NAME TO CXD-FIRST-NAME
           MOVE CHX-DATE-OF-BIRTH TO CXD-DATE-OF-BIRTH
           MOVE CHX-REASON TO CXD-REASON
           MOVE CHX-ACCT-OPEN-DATE TO CXD-DATE-OPENED
           MOVE CHX-CLOSE-DATE TO CXD-DATE-CLOSED
           MOVE CHX-CHARGED-OFF-AMT TO CXD-CHARGED-OFF-AMT
           MOVE CHX-BALANCE-OWED TO CXD-BALANCE-OWED
           MOVE CHX-STATUS TO CXD-PAID-STATUS
           MOVE CHX-PAID-DATE TO CXD-DATE-PAID
           MOVE WS-RUN-DATE TO CXD-REPORT-DATE
           MOVE CHEX-DETAIL-RECORD TO CHEX-LINE
           WRITE CHEX-LINE
           ADD 1 TO WS-RECORDS-SENT
           ADD CHX-BALANCE-OWED TO WS-TOTAL-OWED

           SET CHX-NOTHING-TO-SEND TO TRUE
           MOVE WS-RUN-DATE TO CHX-LAST-SENT-DATE
           REWRITE CHEX-REPORT-RECORD
               INVALID KEY
                   DISPLAY "CHEXEXTR: NOT MARKED SENT "
                           CHX-ACCT-NUMBER
           END-REWRITE.

      * EXTRTRN reverses it if the other bank bounces the debit.
      * Every transfer draws down the enrollment's daily and
      * rolling-30-day limits, which roll forward on their own
      * dates. No push leaves for a customer under a fraud hold
      * (ATOMON places it, FRDHOLD clears it): the transfer is
      * refused with 21 until the hold is cleared or lapses.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACH-FEED-OUT ASSIGN TO "EXTMPOST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FEED-OUT.
       01  ACH-FEED-RECORD           PIC X(220).

       FD  CUSTOMER-MASTER.
       COPY "customer.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EXT-STATUS         PIC X(2).
           88  WS-EXT-OK             VALUE "00".
       01  WS-ACH-STATUS         PIC X(2).
           88  WS-ACH-NOT-FOUND      VALUE "35".
       01  WS-CUST-FILE-STATUS   PIC X(2).
           88  WS-CUST-OK            VALUE "00".

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-ROLLING-DAYS        PIC S9(5) COMP-3.
               GOBACK
           END-IF

           IF LS-OUTBOUND
               PERFORM CHECK-FRAUD-HOLD
               IF LS-RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           OPEN I-O EXT-ACCOUNT-FILE
           IF NOT WS-EXT-OK
               MOVE 90 TO LS-RETURN-CODE

           GOBACK.

      * a hold with an expiry date lapses after that date
       CHECK-FRAUD-HOLD.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               MOVE 90 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 10 TO LS-RETURN-CODE
           END-READ
           CLOSE CUSTOMER-MASTER
           IF LS-RETURN-CODE = 0 AND CUST-ON-FRAUD-HOLD
                   AND (CUST-FRAUD-HOLD-EXPIRE = 0
                        OR CUST-FRAUD-HOLD-EXPIRE >= WS-RUN-DATE)
               MOVE 21 TO LS-RETURN-CODE
           END-IF.

      * the daily bucket resets on a new date; the rolling bucket
      * resets when its thirty-day window has aged out
       ROLL-THE-LIMITS.

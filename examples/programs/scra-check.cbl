       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRACHK.

      ****************************************************************
      * Return a borrower's SCRA active-duty status as of a given
      * date - by SSN where the caller has one (the file's key),
      * else by the customer id alternate key. The service start
      * and end dates come back with a covered flag: Y when the row
      * is active and the date falls inside the service period (an
      * end date of zero is open-ended). The caller decides what
      * coverage means for it - the rate cap applies only to loans
      * made before the service start. No row on file (or no file
      * at all) is RC-NOT-FOUND with the flag N.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-FILE ASSIGN TO "SCRASTAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SCR-SSN
               ALTERNATE RECORD KEY IS SCR-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRA-FILE.
       COPY "scra-status.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCR-STATUS         PIC X(2).
           88  WS-SCR-OK             VALUE "00".
       01  WS-ROW-FOUND          PIC X(1).
           88  WS-ROW-ON-FILE        VALUE "Y".

       LINKAGE SECTION.
       01  LS-CUST-ID            PIC 9(10).
       01  LS-SSN                PIC 9(9).
       01  LS-AS-OF-DATE         PIC 9(8).
       01  LS-SERVICE-START      PIC 9(8).
       01  LS-SERVICE-END        PIC 9(8).
       01  LS-COVERED            PIC X(1).
       01  LS-RETURN-CODE        PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-CUST-ID
                                LS-SSN
                                LS-AS-OF-DATE
                                LS-SERVICE-START
                                LS-SERVICE-END
                                LS-COVERED
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-NOT-FOUND TO TRUE
           MOVE "N" TO WS-ROW-FOUND
           MOVE "N" TO LS-COVERED
           MOVE 0 TO LS-SERVICE-START
           MOVE 0 TO LS-SERVICE-END

           OPEN INPUT SCRA-FILE
           IF NOT WS-SCR-OK
               GOBACK
           END-IF

           IF LS-SSN NOT = 0
               MOVE LS-SSN TO SCR-SSN
               READ SCRA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ROW-ON-FILE TO TRUE
               END-READ
           END-IF
           IF NOT WS-ROW-ON-FILE AND LS-CUST-ID NOT = 0
               MOVE LS-CUST-ID TO SCR-CUST-ID
               READ SCRA-FILE KEY IS SCR-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ROW-ON-FILE TO TRUE
               END-READ
           END-IF

           IF WS-ROW-ON-FILE
               SET RC-SUCCESS TO TRUE
               MOVE SCR-SERVICE-START TO LS-SERVICE-START
               MOVE SCR-SERVICE-END TO LS-SERVICE-END
               IF SCR-ACTIVE-DUTY
                       AND SCR-SERVICE-START <= LS-AS-OF-DATE
                       AND (SCR-SERVICE-END = 0
                            OR SCR-SERVICE-END >= LS-AS-OF-DATE)
                   MOVE "Y" TO LS-COVERED
               END-IF
           END-IF

           CLOSE SCRA-FILE

           GOBACK.

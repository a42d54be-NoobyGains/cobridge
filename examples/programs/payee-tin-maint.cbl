       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTINMNT.

      ****************************************************************
      * MAINTAIN THE PAYEE TIN FILE: adds a non-customer payee -
      * attorney, medical provider, body shop or other vendor - from
      * its W-9, or replaces the row on file. The payee id is what
      * a claim payment (ICR-PMT-PAYEE-ID) names, and ICRMAINT
      * stamps it on the check; the payee type decides the Form
      * 1099 box TAX1099M reports the payments in. Refused
      * INVALID-INPUT without a name, a nine-digit TIN, a TIN type
      * (E - EIN, S - SSN) and a payee type (A, M or V). The
      * operator must clear OPAUTH's claims function (CLM), the one
      * that keys the payments.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-TIN-FILE ASSIGN TO "PAYEETIN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PT-PAYEE-ID
               FILE STATUS IS WS-PT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-TIN-FILE.
       COPY "payee-tin.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PT-STATUS          PIC X(2).
           88  WS-PT-OK              VALUE "00".
           88  WS-PT-NOT-FOUND       VALUE "23", "35".
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-AUTH-FUNCTION       PIC X(4) VALUE "CLM ".
       01  WS-AUTH-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUTH-RETURN-CODE    PIC 9(2).

       LINKAGE SECTION.
       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-PAYEE-ID            PIC X(10).
       01  LS-PAYEE.
           05  LS-NAME            PIC X(40).
           05  LS-TIN             PIC X(9).
           05  LS-TIN-TYPE        PIC X(1).
               88  LS-VALID-TIN-TYPE  VALUE "E", "S".
           05  LS-PAYEE-TYPE      PIC X(1).
               88  LS-VALID-PAYEE-TYPE VALUE "A", "M", "V".
           05  LS-CORPORATION     PIC X(1).
           05  LS-STREET          PIC X(40).
           05  LS-CITY            PIC X(25).
           05  LS-STATE           PIC X(2).
           05  LS-ZIP             PIC X(10).
           05  LS-W9-DATE         PIC 9(8).
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-OPERATOR-ID
                                LS-PAYEE-ID
                                LS-PAYEE
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

           IF LS-PAYEE-ID = SPACES OR LS-NAME = SPACES
                   OR LS-TIN NOT NUMERIC
                   OR NOT LS-VALID-TIN-TYPE
                   OR NOT LS-VALID-PAYEE-TYPE
               SET RC-INVALID-INPUT TO TRUE
               GOBACK
           END-IF

           OPEN I-O PAYEE-TIN-FILE
           IF WS-PT-NOT-FOUND
               OPEN OUTPUT PAYEE-TIN-FILE
               CLOSE PAYEE-TIN-FILE
               OPEN I-O PAYEE-TIN-FILE
           END-IF
           IF NOT WS-PT-OK
               SET RC-SYSTEM-ERROR TO TRUE
               GOBACK
           END-IF

           MOVE LS-PAYEE-ID TO PT-PAYEE-ID
           READ PAYEE-TIN-FILE
               INVALID KEY
                   MOVE LS-PAYEE-ID TO PT-PAYEE-ID
                   PERFORM FILL-PAYEE-FIELDS
                   WRITE PAYEE-TIN-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-PAYEE-FIELDS
                   REWRITE PAYEE-TIN-RECORD
                       INVALID KEY
                           SET RC-SYSTEM-ERROR TO TRUE
                   END-REWRITE
           END-READ
           CLOSE PAYEE-TIN-FILE

           GOBACK.

       FILL-PAYEE-FIELDS.
           MOVE LS-NAME TO PT-NAME
           MOVE LS-TIN TO PT-TIN
           MOVE LS-TIN-TYPE TO PT-TIN-TYPE
           MOVE LS-PAYEE-TYPE TO PT-PAYEE-TYPE
           IF LS-CORPORATION = "Y"
               MOVE "Y" TO PT-CORPORATION
           ELSE
               MOVE "N" TO PT-CORPORATION
           END-IF
           MOVE LS-STREET TO PT-STREET
           MOVE LS-CITY TO PT-CITY
           MOVE LS-STATE TO PT-STATE
           MOVE LS-ZIP TO PT-ZIP
           MOVE LS-W9-DATE TO PT-W9-DATE
           MOVE LS-OPERATOR-ID TO PT-CHANGED-BY
           MOVE WS-RUN-DATE TO PT-CHANGED-DATE.

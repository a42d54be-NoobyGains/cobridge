       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLKUP.

      ****************************************************************
      * Return the value of a system parameter in force on a business
      * date: the approved SYSPARM row for the parameter id with the
      * latest effective date on or before that date. Pending and
      * rejected rows are never returned. RC-NOT-FOUND - no approved
      * row yet, or no parameter file at all - leaves LS-VALUE as the
      * caller passed it, so the caller's compiled default stands.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SPM-KEY
               FILE STATUS IS WS-SPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       COPY "sys-parameter.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SPM-STATUS         PIC X(2).
           88  WS-SPM-OK             VALUE "00".
       01  WS-DONE               PIC X(1) VALUE "N".
           88  WS-SEARCH-DONE        VALUE "Y".

       LINKAGE SECTION.
       01  LS-PARAM-ID           PIC X(16).
       01  LS-BUSINESS-DATE      PIC 9(8).
       01  LS-VALUE              PIC S9(11)V9(4) COMP-3.
       01  LS-RETURN-CODE        PIC 9(2).
       COPY "retcodes.cpy".

       PROCEDURE DIVISION USING LS-PARAM-ID
                                LS-BUSINESS-DATE
                                LS-VALUE
                                LS-RETURN-CODE.

       MAIN-LOGIC.
           SET RC-NOT-FOUND TO TRUE
           MOVE "N" TO WS-DONE

           OPEN INPUT PARAMETER-FILE
           IF NOT WS-SPM-OK
               GOBACK
           END-IF

           MOVE LS-PARAM-ID TO SPM-PARAM-ID
           MOVE 0 TO SPM-EFFECTIVE-DATE
           START PARAMETER-FILE KEY IS >= SPM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DONE
           END-START

      * rows come back in effective-date order, so the last approved
      * one on or before the business date is the one in force
           PERFORM UNTIL WS-SEARCH-DONE
               READ PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DONE
                   NOT AT END
                       IF SPM-PARAM-ID NOT = LS-PARAM-ID
                               OR SPM-EFFECTIVE-DATE > LS-BUSINESS-DATE
                           MOVE "Y" TO WS-DONE
                       ELSE
                           IF SPM-APPROVED
                               MOVE SPM-VALUE TO LS-VALUE
                               SET RC-SUCCESS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARAMETER-FILE

           GOBACK.

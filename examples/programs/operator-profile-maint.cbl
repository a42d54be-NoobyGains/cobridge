       01  LS-OPERATOR-ID         PIC 9(8).
       01  LS-NAME                PIC X(30).
       01  LS-ROLE                PIC X(1).
       01  LS-PERMISSIONS         PIC X(19).
       01  LS-DOLLAR-LIMIT        PIC S9(9)V99 COMP-3.
       01  LS-RETURN-CODE         PIC 9(2).
       COPY "retcodes.cpy".

               10  OP-PERM-CLAIMS        PIC X(1).
               10  OP-PERM-CARDS         PIC X(1).
               10  OP-PERM-FEE-WAIVE     PIC X(1).
               10  OP-PERM-CUST-MAINT    PIC X(1).
               10  OP-PERM-FRAUD-REVIEW  PIC X(1).
               10  OP-PERM-BANKRUPTCY    PIC X(1).
               10  OP-PERM-MILITARY      PIC X(1).
               10  OP-PERM-CTR-EXEMPT    PIC X(1).
               10  OP-PERM-SIU           PIC X(1).
               10  OP-PERM-INSIDER       PIC X(1).
               10  OP-PERM-WIRE-CALLBACK PIC X(1).
               10  OP-PERM-PARM-MAKE     PIC X(1).
               10  OP-PERM-PARM-CHECK    PIC X(1).
               10  OP-PERM-ACH-MAINT     PIC X(1).
           05  OP-DOLLAR-LIMIT           PIC S9(9)V99 COMP-3.
           05  OP-STATUS                 PIC X(1).
               88  OP-ACTIVE                 VALUE 'A'.

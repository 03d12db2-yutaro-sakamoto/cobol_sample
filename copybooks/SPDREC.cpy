       01  SPD-REC.
           03  SPD-KEY.
               05  SPD-ID     PIC 9(06).
               05  SPD-LINE   PIC 9(06).
           03  SPD-TEXT       PIC X(132).

       01  LTT-REC.
           03  LTT-KEY.
               05  LTT-TYPE   PIC X(03).
               05  LTT-LINE   PIC 9(02).
           03  LTT-TEXT       PIC X(70).

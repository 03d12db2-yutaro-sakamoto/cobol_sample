       01  SPP-REC.
           03  SPP-TEXT       PIC X(132).

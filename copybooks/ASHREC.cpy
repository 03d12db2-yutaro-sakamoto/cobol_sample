       01  ASH-REC.
           03  ASH-ASOF-DATE  PIC 9(08).
           03  ASH-BUILT-TS   PIC X(21).
           03  ASH-OPR        PIC X(08).
           03  ASH-EMP-COUNT  PIC 9(06).
           03  ASH-UNDO-COUNT PIC 9(06).

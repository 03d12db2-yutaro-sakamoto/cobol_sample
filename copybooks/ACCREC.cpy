       01  ACC-REC.
           03  ACC-TS         PIC X(21).
           03  ACC-OPR        PIC X(08).
           03  ACC-AUTH       PIC X(01).
           03  ACC-PGM        PIC X(10).
           03  ACC-FIELD      PIC X(03).
           03  ACC-USAGE      PIC X(01).
           03  ACC-CD         PIC X(04).

       01  SEC-REC.
           03  SEC-FIELD      PIC X(03).
           03  SEC-DESC       PIC X(20).
           03  SEC-VIEW-AUTH  PIC X(01).
           03  SEC-XTR-AUTH   PIC X(01).

       01  CHN-REC.
           03  CHN-KEY        PIC X(04).
           03  CHN-LAST-SEQ   PIC 9(09).
           03  CHN-LAST-SEAL  PIC X(18).
           03  CHN-FIRST-PRD  PIC 9(06).
           03  CHN-UPD-TS     PIC X(21).

           03  AUD-OLD-SALARY PIC 9(07)V99.
           03  AUD-NEW-SALARY PIC 9(07)V99.
           03  AUD-OPR        PIC X(08).
           03  AUD-APPROVER   PIC X(08).
           03  AUD-SEQ        PIC 9(09).
           03  AUD-PREV-SEAL  PIC X(18).
           03  AUD-SEAL       PIC X(18).

       01  APR-REC.
           03  APR-SEQ        PIC 9(06).
           03  APR-CD         PIC X(04).
           03  APR-SOURCE     PIC X(10).
           03  APR-PEND-SEQ   PIC 9(06).
           03  APR-EFF-DATE   PIC 9(08).
           03  APR-OLD-GRADE  PIC X(02).
           03  APR-NEW-GRADE  PIC X(02).
           03  APR-OLD-SALARY PIC 9(07)V99.
           03  APR-NEW-SALARY PIC 9(07)V99.
           03  APR-MAKER      PIC X(08).
           03  APR-MAKER-TS   PIC X(21).
           03  APR-STATUS     PIC X(01).
           03  APR-CHECKER    PIC X(08).
           03  APR-DECIDED    PIC 9(08).

       01  VSO-REC.
           03  VSO-PERIOD     PIC 9(06).
           03  VSO-RUN-TS     PIC X(21).
           03  VSO-RUN-OPR    PIC X(08).
           03  VSO-REG-COUNT  PIC 9(06).
           03  VSO-GROSS      PIC 9(11)V99.
           03  VSO-NET        PIC 9(11)V99.
           03  VSO-FLAG-COUNT PIC 9(06).
           03  VSO-STATUS     PIC X(01).
           03  VSO-SIGN-OPR   PIC X(08).
           03  VSO-SIGN-TS    PIC X(21).

       01  EXP-REC.
           03  EXP-SEQ        PIC 9(06).
           03  EXP-CD         PIC X(04).
           03  EXP-DATE       PIC 9(08).
           03  EXP-CATEGORY   PIC X(03).
           03  EXP-AMOUNT     PIC 9(07)V99.
           03  EXP-RECEIPT    PIC X(12).
           03  EXP-STATUS     PIC X(01).
           03  EXP-ENTRY-OPR  PIC X(08).
           03  EXP-ENTRY-DATE PIC 9(08).
           03  EXP-APPROVER   PIC X(08).
           03  EXP-DECIDED    PIC 9(08).
           03  EXP-PAID-PERIOD PIC 9(06).

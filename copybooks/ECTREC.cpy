       01  ECT-REC.
           03  ECT-CD         PIC X(03).
           03  ECT-DESC       PIC X(20).
           03  ECT-EXP-ACCT   PIC X(06).
           03  ECT-CLR-ACCT   PIC X(06).
           03  ECT-MAX-AMT    PIC 9(07)V99.
           03  ECT-STATUS     PIC X(01).

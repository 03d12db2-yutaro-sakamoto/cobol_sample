       01  POS-REC.
           03  POS-NO         PIC X(06).
           03  POS-TITLE      PIC X(20).
           03  POS-DPT-CD     PIC X(02).
           03  POS-GRADE      PIC X(02).
           03  POS-REPORTS-TO PIC X(06).
           03  POS-FTE        PIC 9(01)V99.
           03  POS-EMP-CD     PIC X(04).
           03  POS-FILL-DATE  PIC 9(08).
           03  POS-STATUS     PIC X(01).

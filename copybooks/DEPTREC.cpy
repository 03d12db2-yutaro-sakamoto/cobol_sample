           03  DEPT-CLR-ACCT  PIC X(06).
           03  DEPT-STATUS    PIC X(01).
           03  DEPT-DIV-CD    PIC X(02).
           03  DEPT-CO-CD     PIC X(02).

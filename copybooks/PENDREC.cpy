           03  PEND-SALARY    PIC 9(07)V99.
           03  PEND-STATUS    PIC X(01).
           03  PEND-APPLIED   PIC 9(08).
           03  PEND-MAKER     PIC X(08).
           03  PEND-APPROVER  PIC X(08).

       01  PSC-REC.
           03  PSC-CD         PIC X(04).
           03  PSC-NAME       PIC X(20).
           03  PSC-PROVIDER   PIC X(10).
           03  PSC-EE-PCT     PIC 9(02)V99.
           03  PSC-ER-PCT     PIC 9(02)V99.
           03  PSC-ELIG-MONTHS PIC 9(02).
           03  PSC-ER-ACCT    PIC X(06).
           03  PSC-LIAB-ACCT  PIC X(06).
           03  PSC-STATUS     PIC X(01).

       01  CO-REC.
           03  CO-CD          PIC X(02).
           03  CO-NAME        PIC X(25).
           03  CO-STATUS      PIC X(01).
           03  CO-TAX-REF     PIC X(10).
           03  CO-BANK        PIC X(04).
           03  CO-BRANCH      PIC X(03).
           03  CO-ACCT        PIC X(10).

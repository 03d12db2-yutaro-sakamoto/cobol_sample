       01  ASF-REC.
           03  ASF-CD         PIC X(04).
           03  ASF-NAME       PIC X(20).
           03  ASF-DPT-CD     PIC X(02).
           03  ASF-ENT-DATE   PIC 9(08).
           03  ASF-STATUS     PIC X(01).
           03  ASF-MGR-CD     PIC X(04).
           03  ASF-GRADE      PIC X(02).
           03  ASF-SALARY     PIC 9(07)V99.
           03  ASF-BIRTH-DATE PIC 9(08).
           03  ASF-TERM-DATE  PIC 9(08).

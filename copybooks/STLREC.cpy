       01  STL-REC.
           03  STL-KEY.
               05  STL-CD      PIC X(04).
               05  STL-PERIOD  PIC 9(06).
           03  STL-TERM-DATE   PIC 9(08).
           03  STL-CO-CD       PIC X(02).
           03  STL-SALARY      PIC 9(07)V99.
           03  STL-PAID-DAYS   PIC 9(02).
           03  STL-DIM         PIC 9(02).
           03  STL-FINAL-PAY   PIC 9(07)V99.
           03  STL-LV-DAYS     PIC S9(03).
           03  STL-LV-PAY      PIC 9(07)V99.
           03  STL-NOTICE-DAYS PIC 9(03).
           03  STL-NOTICE-PAY  PIC 9(07)V99.
           03  STL-GROSS       PIC 9(07)V99.
           03  STL-TAX         PIC 9(07)V99.
           03  STL-SOC         PIC 9(07)V99.
           03  STL-LOAN        PIC 9(07)V99.
           03  STL-LOAN-SHORT  PIC 9(07)V99.
           03  STL-OTH-DED     PIC 9(07)V99.
           03  STL-LV-RECOVER  PIC 9(07)V99.
           03  STL-NET         PIC 9(07)V99.
           03  STL-MAKER       PIC X(08).
           03  STL-MAKER-TS    PIC X(21).
           03  STL-STATUS      PIC X(01).
           03  STL-CHECKER     PIC X(08).
           03  STL-DECIDED     PIC 9(08).

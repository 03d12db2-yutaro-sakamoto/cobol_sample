       01  DWH-REC.
           03  DWH-KEY.
               05  DWH-PERIOD   PIC 9(06).
               05  DWH-CD       PIC X(04).
               05  DWH-SEQ      PIC 9(02).
           03  DWH-TYPE       PIC X(03).
           03  DWH-AMT        PIC 9(07)V99.
           03  DWH-CO-CD      PIC X(02).
           03  DWH-DPT-CD     PIC X(02).
           03  DWH-REMIT-DATE PIC 9(08).
           03  DWH-PAYEE      PIC X(04).

           03  REG-SOC        PIC 9(07)V99.
           03  REG-DED        PIC 9(07)V99.
           03  REG-NET        PIC 9(07)V99.
           03  REG-XFER-STATUS PIC X(01).
           03  REG-RTN-REASON PIC X(03).
           03  REG-PEN-EE     PIC 9(07)V99.
           03  REG-PEN-ER     PIC 9(07)V99.
           03  REG-EXPENSES   PIC 9(07)V99.
           03  REG-CO-CD      PIC X(02).

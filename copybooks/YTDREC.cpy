       01  YTD-REC.
           03  YTD-KEY.
               05  YTD-YEAR   PIC 9(04).
               05  YTD-CO-CD  PIC X(02).
               05  YTD-CD     PIC X(04).
           03  YTD-GROSS      PIC 9(09)V99.
           03  YTD-TAX        PIC 9(09)V99.
           03  YTD-DED        PIC 9(09)V99.
           03  YTD-NET        PIC 9(09)V99.
           03  YTD-PERIODS    PIC 9(02).
           03  YTD-PEN-EE     PIC 9(09)V99.
           03  YTD-EXPENSES   PIC 9(09)V99.

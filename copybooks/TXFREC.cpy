       01  TXF-REC.
           03  TXF-KEY.
               05  TXF-YEAR   PIC 9(04).
               05  TXF-CO-CD  PIC X(02).
               05  TXF-CD     PIC X(04).
           03  TXF-GROSS      PIC 9(09)V99.
           03  TXF-TAX        PIC 9(09)V99.
           03  TXF-FILED-DATE PIC 9(08).
           03  TXF-AMEND-NO   PIC 9(02).
           03  TXF-OPR        PIC X(08).

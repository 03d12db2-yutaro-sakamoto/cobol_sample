       01  RTN-REC.
           03  RTN-KEY.
               05  RTN-PERIOD PIC 9(06).
               05  RTN-CD     PIC X(04).
               05  RTN-SEQ    PIC 9(02).
           03  RTN-AMOUNT     PIC 9(07)V99.
           03  RTN-REASON     PIC X(03).
           03  RTN-RECV-DATE  PIC 9(08).
           03  RTN-STATUS     PIC X(01).
           03  RTN-FIX-DATE   PIC 9(08).
           03  RTN-REISS-DATE PIC 9(08).

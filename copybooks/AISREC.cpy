       01  AIS-REC.
           03  AIS-KEY.
               05  AIS-CD     PIC X(04).
               05  AIS-TAG    PIC X(10).
               05  AIS-ISS-DATE PIC 9(08).
           03  AIS-RET-DATE   PIC 9(08).
           03  AIS-ISS-OPR    PIC X(08).
           03  AIS-RET-OPR    PIC X(08).
           03  AIS-NOTE       PIC X(30).

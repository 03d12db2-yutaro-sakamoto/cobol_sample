       01  CAS-REC.
           03  CAS-KEY.
               05  CAS-CD     PIC X(04).
               05  CAS-NO     PIC 9(03).
           03  CAS-TYPE       PIC X(01).
           03  CAS-OPENED     PIC 9(08).
           03  CAS-CLOSED     PIC 9(08).
           03  CAS-STAGE      PIC X(01).
           03  CAS-OUTCOME    PIC X(01).
           03  CAS-WARN-EXPIRY PIC 9(08).
           03  CAS-SUMMARY    PIC X(40).
           03  CAS-OPR        PIC X(08).
           03  CAS-UPD-DATE   PIC 9(08).

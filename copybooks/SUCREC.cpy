       01  SUC-REC.
           03  SUC-KEY.
               05  SUC-ROLE.
                   07  SUC-ROLE-TYPE PIC X(01).
                   07  SUC-ROLE-REF  PIC X(06).
               05  SUC-CD     PIC X(04).
           03  SUC-READY      PIC X(01).
           03  SUC-NOTES      PIC X(40).
           03  SUC-ADDED      PIC 9(08).
           03  SUC-OPR        PIC X(08).

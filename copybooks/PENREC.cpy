       01  PEN-REC.
           03  PEN-KEY.
               05  PEN-CD     PIC X(04).
               05  PEN-SCHEME PIC X(04).
           03  PEN-JOIN-DATE  PIC 9(08).
           03  PEN-OPTOUT-DATE PIC 9(08).
           03  PEN-OPR        PIC X(08).

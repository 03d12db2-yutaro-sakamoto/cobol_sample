       01  LTL-REC.
           03  LTL-KEY.
               05  LTL-CD       PIC X(04).
               05  LTL-TYPE     PIC X(03).
               05  LTL-EVT-DATE PIC 9(08).
           03  LTL-SENT-DATE  PIC 9(08).
           03  LTL-OPR        PIC X(08).
           03  LTL-DESC       PIC X(40).

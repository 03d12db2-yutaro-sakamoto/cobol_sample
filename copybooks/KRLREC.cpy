       01  KRL-REC.
           03  KRL-KEY.
               05  KRL-TYPE   PIC X(01).
               05  KRL-REF    PIC X(06).
           03  KRL-DESC       PIC X(30).
           03  KRL-FLAG-DATE  PIC 9(08).
           03  KRL-OPR        PIC X(08).

       01  ENR-REC.
           03  ENR-KEY.
               05  ENR-SES-NO PIC 9(06).
               05  ENR-CD     PIC X(04).
           03  ENR-STATUS     PIC X(01).
           03  ENR-TS         PIC X(21).
           03  ENR-OPR        PIC X(08).
           03  ENR-DONE-DATE  PIC 9(08).

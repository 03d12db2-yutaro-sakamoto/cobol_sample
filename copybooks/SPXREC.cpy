       01  SPX-REC.
           03  SPX-ID         PIC 9(06).
           03  SPX-PGM        PIC X(10).
           03  SPX-TS         PIC X(21).
           03  SPX-OPR        PIC X(08).
           03  SPX-AUTH       PIC X(01).
           03  SPX-PARM       PIC X(40).
           03  SPX-LINES      PIC 9(06).
           03  SPX-PAGES      PIC 9(04).
           03  SPX-STATUS     PIC X(01).

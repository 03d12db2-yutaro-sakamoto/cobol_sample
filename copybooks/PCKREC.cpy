       01  PCK-REC.
           03  PCK-PERIOD     PIC 9(06).
           03  PCK-PHASE      PIC X(01).
           03  PCK-LAST-KEY.
               05  PCK-LAST-CO  PIC X(02).
               05  PCK-LAST-DPT PIC X(02).
               05  PCK-LAST-CD  PIC X(04).
           03  PCK-EMP-DONE   PIC 9(06).
           03  PCK-LNS-DONE   PIC 9(03).
           03  PCK-RESTARTS   PIC 9(02).
           03  PCK-TS         PIC X(21).

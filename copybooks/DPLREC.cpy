       01  DPL-REC.
           03  DPL-KEY.
               05  DPL-TYPE     PIC X(03).
               05  DPL-CD       PIC X(04).
               05  DPL-PRIORITY PIC 9(02).
           03  DPL-PAYEE      PIC X(04).
           03  DPL-ORDER-REF  PIC X(15).

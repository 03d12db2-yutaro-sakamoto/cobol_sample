       01  SRG-REC.
           03  SRG-KEY.
               05  SRG-PERIOD PIC 9(06).
               05  SRG-RUN    PIC 9(02).
               05  SRG-CD     PIC X(04).
           03  SRG-GROSS      PIC 9(07)V99.
           03  SRG-TAX        PIC 9(07)V99.
           03  SRG-SOC        PIC 9(07)V99.
           03  SRG-NET        PIC 9(07)V99.
           03  SRG-ADJ-GROSS  PIC S9(07)V99.
           03  SRG-ADJ-TAX    PIC S9(07)V99.
           03  SRG-ADJ-SOC    PIC S9(07)V99.
           03  SRG-ADJ-NET    PIC S9(07)V99.
           03  SRG-CO-CD      PIC X(02).
           03  SRG-DPT-CD     PIC X(02).
           03  SRG-XFER-STATUS PIC X(01).
           03  SRG-RUN-DATE   PIC 9(08).
           03  SRG-OPR        PIC X(08).

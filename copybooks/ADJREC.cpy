       01  ADJ-REC.
           03  ADJ-PERIOD     PIC 9(06).
           03  ADJ-CD         PIC X(04).
           03  ADJ-GROSS-DIFF PIC S9(07)V99 SIGN LEADING SEPARATE.
           03  ADJ-TAX-DIFF   PIC S9(07)V99 SIGN LEADING SEPARATE.
           03  ADJ-SOC-DIFF   PIC S9(07)V99 SIGN LEADING SEPARATE.
           03  ADJ-NET-DIFF   PIC S9(07)V99 SIGN LEADING SEPARATE.

       01  ASL-REC.
           03  ASL-KEY.
               05  ASL-PERIOD   PIC 9(06).
               05  ASL-CD       PIC X(04).
           03  ASL-GROSS-DIFF PIC S9(07)V99.
           03  ASL-TAX-DIFF   PIC S9(07)V99.
           03  ASL-SOC-DIFF   PIC S9(07)V99.
           03  ASL-NET-DIFF   PIC S9(07)V99.
           03  ASL-PAY-PERIOD PIC 9(06).
           03  ASL-RUN        PIC 9(02).
           03  ASL-DATE       PIC 9(08).

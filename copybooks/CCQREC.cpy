       01  CCQ-REC.
           03  CCQ-SEQ             PIC 9(06).
           03  CCQ-CD              PIC X(04).
           03  CCQ-REQ-TS          PIC X(14).
           03  CCQ-LOAD-TS         PIC X(21).
           03  CCQ-STATUS          PIC X(01).
           03  CCQ-NEW.
               05  CCQ-ADDR1       PIC X(30).
               05  CCQ-ADDR2       PIC X(30).
               05  CCQ-PHONE       PIC X(15).
               05  CCQ-EMAIL       PIC X(30).
               05  CCQ-EMERG-NAME  PIC X(20).
               05  CCQ-EMERG-PHONE PIC X(15).
           03  CCQ-OLD.
               05  CCQ-OLD-ADDR1   PIC X(30).
               05  CCQ-OLD-ADDR2   PIC X(30).
               05  CCQ-OLD-PHONE   PIC X(15).
               05  CCQ-OLD-EMAIL   PIC X(30).
               05  CCQ-OLD-ENAME   PIC X(20).
               05  CCQ-OLD-EPHONE  PIC X(15).
           03  CCQ-CHECKER         PIC X(08).
           03  CCQ-DECIDED         PIC 9(08).
           03  CCQ-REASON          PIC X(40).

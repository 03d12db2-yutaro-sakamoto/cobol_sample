       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGSEL.
           COPY RTNSEL.
           SELECT RTN-IN ASSIGN TO "BANKRTNIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  RTI-STS.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REG.
           COPY REGREC.
       FD  RTN-FILE.
           COPY RTNREC.
       FD  RTN-IN.
       01  RTI-REC.
           03  RTI-ID         PIC X(01).
           03  RTI-PERIOD     PIC 9(06).
           03  RTI-REF        PIC X(04).
           03  RTI-BANK       PIC X(04).
           03  RTI-BRANCH     PIC X(03).
           03  RTI-ACCT       PIC X(10).
           03  RTI-AMOUNT     PIC 9(09)V99.
           03  RTI-REASON     PIC X(03).
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  REG-STS            PIC  9(02).
       01  RTN-STS            PIC  9(02).
       01  RTI-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-REG-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-FLAG-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-EXC-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-RTN-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-REASON-TEXT     PIC  X(24).
       01  WS-RTN-SEQ         PIC  9(03).
       01  WS-RTN-EOF         PIC  X.
       01  WS-RTN-STORED      PIC  X.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYRTN".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-FLAG-COUNT.
           MOVE  ZERO          TO   WS-EXC-COUNT.
           MOVE  ZERO          TO   WS-RTN-TOTAL.
           PERFORM SPOOL-OPEN.
           STRING  "*** Bank Returns Processing ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           OPEN  INPUT RTN-IN.
           EVALUATE RTI-STS
             WHEN "00"
                PERFORM OPEN-REG-AND-RETURNS
                IF WS-RUN-OK = "Y"
                   PERFORM PROCESS-RETURNS
                   CLOSE PAY-REG
                   CLOSE RTN-FILE
                END-IF
                CLOSE RTN-IN
             WHEN "35"
                STRING  "BANKRTNIN not found - no returns to process"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "BANKRTNIN open failed, status " RTI-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-REG-AND-RETURNS.
           OPEN  I-O PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                OPEN  I-O RTN-FILE
                IF RTN-STS = 35
                   OPEN  OUTPUT RTN-FILE
                   CLOSE RTN-FILE
                   OPEN  I-O RTN-FILE
                END-IF
                IF RTN-STS NOT = ZERO
                   STRING  "BANKRTN open failed, status " RTN-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
                   CLOSE PAY-REG
                END-IF
             WHEN "35"
                STRING  "PAYREG not found - run PAYCALC first"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       PROCESS-RETURNS.
           PERFORM SPOOL-LINE.
           STRING  "Period Emp  Bank Brn Account       Amount"
                   "      Reason"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             READ RTN-IN NEXT
             EVALUATE RTI-STS
               WHEN "00"
                  IF RTI-ID = "D"
                     ADD  1 TO WS-READ-COUNT
                     PERFORM MATCH-ONE-RETURN
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading BANKRTNIN, status "
                          RTI-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM SPOOL-LINE.
           STRING  "=== Read " WS-READ-COUNT " return(s), flagged "
                   WS-FLAG-COUNT " totalling " WS-RTN-TOTAL " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-EXC-COUNT > ZERO
              STRING  "=== " WS-EXC-COUNT
                      " return(s) could not be matched - see"
                      " EXCEPTION lines ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-FLAG-COUNT > ZERO
              STRING  "=== Correct bank details in EMPBNKMNT, then"
                      " run PAYREISS to cut replacement transfers ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       MATCH-ONE-RETURN.
           PERFORM GET-REASON-TEXT.
           MOVE  "Y"           TO   WS-REG-FOUND.
           MOVE  RTI-PERIOD    TO   REG-PERIOD.
           MOVE  RTI-REF       TO   REG-CD.
           READ  PAY-REG KEY IS REG-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-REG-FOUND
           END-READ.
           EVALUATE TRUE
             WHEN WS-REG-FOUND = "N"
                STRING  "EXCEPTION: no PAYREG record for " RTI-REF
                        " period " RTI-PERIOD " - return not matched"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1         TO   WS-EXC-COUNT
             WHEN REG-XFER-STATUS = "R" OR REG-XFER-STATUS = "C"
                STRING  "EXCEPTION: " RTI-REF " period " RTI-PERIOD
                        " already flagged as returned - ignored"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1         TO   WS-EXC-COUNT
             WHEN OTHER
                IF RTI-AMOUNT NOT = REG-NET
                   STRING  "WARNING: " RTI-REF " returned amount "
                           RTI-AMOUNT " differs from net pay "
                           REG-NET
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
                PERFORM STORE-RETURN
                IF WS-RTN-STORED = "Y"
                   MOVE  "R"          TO   REG-XFER-STATUS
                   MOVE  RTI-REASON   TO   REG-RTN-REASON
                   REWRITE REG-REC
                   STRING  RTI-PERIOD " " RTI-REF " " RTI-BANK " "
                           RTI-BRANCH " " RTI-ACCT " " RTI-AMOUNT " "
                           RTI-REASON " " WS-REASON-TEXT
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   ADD   1            TO   WS-FLAG-COUNT
                   ADD   REG-NET      TO   WS-RTN-TOTAL
                ELSE
                   ADD   1            TO   WS-EXC-COUNT
                END-IF
           END-EVALUATE.
       FIND-NEXT-RTN-SEQ.
           MOVE  ZERO          TO   WS-RTN-SEQ.
           MOVE  "N"           TO   WS-RTN-EOF.
           MOVE  RTI-PERIOD    TO   RTN-PERIOD.
           MOVE  RTI-REF       TO   RTN-CD.
           MOVE  ZERO          TO   RTN-SEQ.
           START RTN-FILE KEY IS >= RTN-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-RTN-EOF
           END-START.
           PERFORM UNTIL WS-RTN-EOF = "Y"
             READ RTN-FILE NEXT
             EVALUATE RTN-STS
               WHEN "00"
                  IF RTN-PERIOD NOT = RTI-PERIOD
                     OR RTN-CD NOT = RTI-REF
                     MOVE "Y" TO WS-RTN-EOF
                  ELSE
                     MOVE RTN-SEQ TO WS-RTN-SEQ
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-RTN-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-RTN-SEQ.
       STORE-RETURN.
           MOVE  "Y"           TO   WS-RTN-STORED.
           PERFORM FIND-NEXT-RTN-SEQ.
           IF WS-RTN-SEQ > 99
              STRING  "EXCEPTION: " RTI-REF " period " RTI-PERIOD
                      " has 99 returns on BANKRTN - not recorded"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "N"        TO   WS-RTN-STORED
           ELSE
              PERFORM WRITE-RETURN
           END-IF.
       WRITE-RETURN.
           MOVE  RTI-PERIOD    TO   RTN-PERIOD.
           MOVE  RTI-REF       TO   RTN-CD.
           MOVE  WS-RTN-SEQ    TO   RTN-SEQ.
           MOVE  REG-NET       TO   RTN-AMOUNT.
           MOVE  RTI-REASON    TO   RTN-REASON.
           MOVE  WS-TODAY      TO   RTN-RECV-DATE.
           MOVE  "R"           TO   RTN-STATUS.
           MOVE  ZERO          TO   RTN-FIX-DATE.
           MOVE  ZERO          TO   RTN-REISS-DATE.
           WRITE RTN-REC
             INVALID KEY
                STRING  "EXCEPTION: " RTI-REF " period " RTI-PERIOD
                        " return " WS-RTN-SEQ " already on BANKRTN"
                        " - not recorded, status " RTN-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE  "N"      TO   WS-RTN-STORED
           END-WRITE.
       GET-REASON-TEXT.
           EVALUATE RTI-REASON
             WHEN "ACC"
                MOVE "Account closed"           TO   WS-REASON-TEXT
             WHEN "INV"
                MOVE "Invalid account number"   TO   WS-REASON-TEXT
             WHEN "NMM"
                MOVE "Name does not match"      TO   WS-REASON-TEXT
             WHEN "BRN"
                MOVE "Unknown bank/branch"      TO   WS-REASON-TEXT
             WHEN OTHER
                MOVE "Other - see bank advice"  TO   WS-REASON-TEXT
           END-EVALUATE.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYRTN  "             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       WRITE-RUNLOG-END.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYRTN  "             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-FLAG-COUNT          TO   RUN-WRITTEN
                MOVE  WS-EXC-COUNT           TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       SPOOL-OPEN.
           MOVE  "O"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

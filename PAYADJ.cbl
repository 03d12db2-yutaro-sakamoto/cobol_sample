           SELECT PAY-RATES ASSIGN TO "PAYRATES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  RATE-STS.
           COPY ADJSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           03  RATE-TYPE      PIC X(03).
           03  RATE-PCT       PIC 9(02)V99.
       FD  ADJ-FILE.
           COPY ADJREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
           03  DSP-NEW-GROSS  PIC Z,ZZZ,ZZ9.99.
           03  FILLER         PIC X.
           03  DSP-DIFF-NET   PIC +,+++,++9.99.
       01  DSP-TOT-DIFF       PIC +,+++,+++,++9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYADJ".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-TOT-NET-DIFF.
           MOVE  ZERO          TO   WS-TAX-PCT.
           MOVE  ZERO          TO   WS-SOC-PCT.
           PERFORM SPOOL-OPEN.
           STRING  "*** Retroactive Pay Adjustment Run ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE    WS-TODAY(1:6)  TO   WS-CUR-PERIOD.
           DISPLAY "Prior period to recalculate (YYYYMM): "
                   NO ADVANCING.
           ACCEPT  WK-PERIOD.
           STRING  "Prior period " WK-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           IF WK-PERIOD = ZERO OR WK-PERIOD >= WS-CUR-PERIOD
              STRING  "Period must be a prior period - run"
                      " abandoned."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           ELSE
              PERFORM SET-DAYS-IN-PERIOD
           END-IF.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       SET-DAYS-IN-PERIOD.
           MOVE  WK-PERIOD(1:4)  TO   WS-NEXT-YYYY.
                         WHEN "SOC"
                            MOVE RATE-PCT TO WS-SOC-PCT
                         WHEN OTHER
                            STRING  "Unknown PAYRATES entry type "
                                    RATE-TYPE " - ignored"
                                    DELIMITED BY SIZE INTO WS-SPL-LINE
                            PERFORM SPOOL-LINE
                       END-EVALUATE
                    WHEN "10"
                       MOVE "Y" TO WS-RATE-EOF
                    WHEN OTHER
                       STRING  "I-O error reading PAYRATES, status "
                               RATE-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-RATE-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE PAY-RATES
             WHEN "35"
                STRING  "PAYRATES not found - deductions taken as zero"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PAYRATES open failed, status " RATE-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       LOAD-TAX-BRACKETS.
           COMPUTE WS-TAX-EFF = WK-PERIOD * 100 + 1.
                                WS-NEW-GROSS, WS-NEW-TAX,
                                WS-TAX-HAVE.
           IF WS-TAX-HAVE = "Y"
              STRING  "Banded tax brackets in force for period "
                      WK-PERIOD "."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       OPEN-LEAVE-FILE.
           MOVE  "N"           TO   WS-LV-OPEN.
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPLEAVE open failed, status " LV-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       OPEN-HOURS-FILE.
           MOVE  "N"           TO   WS-HRS-OPEN.
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPHOURS open failed, status " HRS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PROCESS-ADJUSTMENTS.
           OPEN  INPUT PAY-REG.
             WHEN "00"
                CONTINUE
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
           IF WS-RUN-OK = "Y"
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   STRING  "EMP-FILE not found - run EMPWRITE first"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
                WHEN OTHER
                   STRING  "EMP-FILE open failed, status " EMP-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-EVALUATE
              IF WS-RUN-OK NOT = "Y"
           IF WS-RUN-OK = "Y"
              OPEN  OUTPUT ADJ-FILE
              IF ADJ-STS NOT = ZERO
                 STRING  "PAYADJ open failed, status " ADJ-STS
                         " - contact support"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "N" TO WS-RUN-OK
                 CLOSE EMP-FILE
                 CLOSE PAY-REG
           IF WS-RUN-OK = "Y"
              PERFORM OPEN-LEAVE-FILE
              PERFORM OPEN-HOURS-FILE
              PERFORM SPOOL-LINE
              STRING  "ID   Employee Name           Old Gross "
                      "    New Gross      Net Diff"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "---- -------------------- ------------ "
                      "------------- -------------"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM SCAN-PERIOD-REGISTER
              CLOSE EMP-FILE
              CLOSE PAY-REG
              IF WS-HRS-OPEN = "Y"
                 CLOSE HRS-FILE
              END-IF
              PERFORM SPOOL-LINE
              STRING  "=== " WS-ADJ-COUNT
                      " adjustment(s) written to PAYADJ for period "
                      WK-PERIOD " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  WS-TOT-NET-DIFF TO   DSP-TOT-DIFF
              STRING  "=== Net pay difference total: "
                      DSP-TOT-DIFF " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-SKIP-COUNT > ZERO
                 STRING  "=== " WS-SKIP-COUNT
                         " register record(s) skipped - employee"
                         " not on EMPFILE ==="
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       SCAN-PERIOD-REGISTER.
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYREG, status "
                          REG-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "N"
              STRING  "Skipped " REG-CD
                      " - employee not on EMPFILE"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1           TO   WS-SKIP-COUNT
           ELSE
              PERFORM RECOMPUTE-PERIOD-PAY
                 MOVE  REG-GROSS       TO   DSP-OLD-GROSS
                 MOVE  WS-NEW-GROSS    TO   DSP-NEW-GROSS
                 MOVE  WS-DIFF-NET     TO   DSP-DIFF-NET
                 MOVE  DSP-REC         TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       RECOMPUTE-PERIOD-PAY.
                   WS-NEW-GROSS * WS-SOC-PCT / 100.
           COMPUTE WS-NEW-NET =
                   WS-NEW-GROSS - WS-NEW-TAX - WS-NEW-SOC
                   - REG-DED - REG-PEN-EE + REG-EXPENSES.
       PRORATE-NEW-GROSS.
           MOVE  1             TO   WS-START-DD.
           MOVE  WS-DIM        TO   WS-END-DD.
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
       SPOOL-PARM.
           MOVE  "P"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

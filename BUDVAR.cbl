           03  DSP-VAR-SAL    PIC +(11)9.99.
           03  FILLER         PIC X(01).
           03  DSP-FLAG       PIC X(04).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "BUDVAR".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-TOT-BUD-HC.
           MOVE  ZERO          TO   WS-TOT-ACT-SAL.
           MOVE  ZERO          TO   WS-TOT-BUD-SAL.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Budget Variance Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Period (YYYYMM, blank = current): "
                   NO ADVANCING.
           IF WK-PERIOD = ZERO
              MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
           END-IF.
           STRING  "Period " WK-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT SNAP-FILE.
           EVALUATE SNAP-STS
             WHEN "00"
                END-IF
                CLOSE SNAP-FILE
             WHEN "35"
                MOVE    "SNAPFILE not found - run EMPSNAP first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "SNAPFILE open failed, status " SNAP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-BUD-FILE.
           MOVE  "N"           TO   WS-BUD-OPEN.
             WHEN "00"
                MOVE "Y" TO WS-BUD-OPEN
             WHEN "35"
                MOVE    "BUDFILE not found - run BUDMAINT first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "BUDFILE open failed, status " BUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRINT-VARIANCES.
           PERFORM SPOOL-LINE.
           STRING  "*** Actual vs Budget for period " WK-PERIOD
                   " ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Dp  ActHC BudHC VarHC       Actual Salary"
                   "      Budget Salary    Salary Var"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  WK-PERIOD     TO   SNAP-PERIOD.
           MOVE  LOW-VALUES    TO   SNAP-DPT.
           START SNAP-FILE KEY IS >= SNAP-KEY
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading SNAPFILE, status "
                          SNAP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-LINE-COUNT = ZERO
              STRING  "No snapshot records for period " WK-PERIOD
                      " - run EMPSNAP first"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              PERFORM SPOOL-LINE
              STRING  "=== Totals: actual headcount " WS-TOT-ACT-HC
                      " budget " WS-TOT-BUD-HC " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== Totals: actual salary " WS-TOT-ACT-SAL
                      " budget " WS-TOT-BUD-SAL " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== " WS-OVER-COUNT
                      " department(s) over budget ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-ONE-DEPT.
           MOVE  "Y"           TO   WS-BUD-FOUND.
                 MOVE "N"      TO   WS-BUD-FOUND
           END-READ.
           IF WS-BUD-FOUND = "N"
              STRING  SNAP-DPT "  ** no budget on file - load via"
                      " BUDMAINT **"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              COMPUTE WS-VAR-ACTIVE = SNAP-ACTIVE - BUD-ACTIVE
              COMPUTE WS-VAR-SALARY = SNAP-SALARY - BUD-SALARY
              ELSE
                 MOVE  SPACES       TO   DSP-FLAG
              END-IF
              MOVE  DSP-REC       TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD   SNAP-ACTIVE     TO   WS-TOT-ACT-HC
              ADD   BUD-ACTIVE      TO   WS-TOT-BUD-HC
              ADD   SNAP-SALARY     TO   WS-TOT-ACT-SAL
              ADD   BUD-SALARY      TO   WS-TOT-BUD-SAL
           END-IF.
           ADD   1             TO   WS-LINE-COUNT.
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

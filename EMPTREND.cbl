           03  DSP-CHG-ACT    PIC +(05)9.
           03  FILLER         PIC X(02).
           03  DSP-CHG-SAL    PIC +(11)9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPTREND".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-REC-MAX.
           MOVE  ZERO          TO   WS-DPT-MAX.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Headcount and Payroll Trend Report ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           DISPLAY "From period (YYYYMM): " NO ADVANCING.
           ACCEPT  WK-FROM-PERIOD.
           DISPLAY "To   period (YYYYMM): " NO ADVANCING.
           IF WK-TO-PERIOD = ZERO
              MOVE  999999     TO   WK-TO-PERIOD
           END-IF.
           STRING  "From " WK-FROM-PERIOD " to " WK-TO-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM LOAD-DEPT-MAP.
           PERFORM LOAD-SNAPSHOTS.
           IF WS-REC-MAX = ZERO
              MOVE    "No snapshot records in the requested range."
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              PERFORM PRINT-TREND
              PERFORM PRINT-DIV-TRENDS
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-SNAPSHOTS.
           OPEN  INPUT SNAP-FILE.
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading SNAPFILE, status "
                               SNAP-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
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
       STORE-SNAPSHOT.
           IF WS-REC-MAX < 600
              MOVE SNAP-SALARY TO WS-R-SALARY(WS-R-IX)
              PERFORM NOTE-DPT
           ELSE
              STRING  "Snapshot table full - report truncated at 600"
                      " record(s)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "Y" TO WS-EOF
           END-IF.
       NOTE-DPT.
                END-PERFORM
                CLOSE DEPT-FILE
             WHEN "35"
                STRING  "DEPTMAST not found - division trends will"
                        " show ??"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       FIND-REC-DIV.
           MOVE  "??"          TO   WS-REC-DIV.
              PERFORM PRINT-DIV-TREND
           END-PERFORM.
       PRINT-DIV-TREND.
           PERFORM SPOOL-LINE.
           STRING  "=== Division " WS-CUR-DIV " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Period  Activ   Term       Total Salary  "
                   "Chg Act        Chg Salary"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-HAVE-PREV.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-AGG-MAX
              MOVE  ZERO           TO   DSP-CHG-ACT
              MOVE  ZERO           TO   DSP-CHG-SAL
           END-IF.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  WS-A-ACTIVE(WS-A-IX)  TO   WS-PREV-ACTIVE.
           MOVE  WS-A-SALARY(WS-A-IX)  TO   WS-PREV-SALARY.
           MOVE  "Y"                   TO   WS-HAVE-PREV.
       PRINT-DPT-TREND.
           PERFORM SPOOL-LINE.
           STRING  "--- Department " WS-CUR-DPT " ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Period  Activ   Term       Total Salary  "
                   "Chg Act        Chg Salary"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-HAVE-PREV.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-REC-MAX
              MOVE  ZERO           TO   DSP-CHG-ACT
              MOVE  ZERO           TO   DSP-CHG-SAL
           END-IF.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  WS-R-ACTIVE(WS-R-IX)  TO   WS-PREV-ACTIVE.
           MOVE  WS-R-SALARY(WS-R-IX)  TO   WS-PREV-SALARY.
           MOVE  "Y"                   TO   WS-HAVE-PREV.
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

       01  WS-FILE-ERRS       PIC  9(05)  VALUE ZERO.
       01  WS-TOTAL-ERRS      PIC  9(06)  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPSWEEP".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-TOTAL-ERRS.
           MOVE  ZERO          TO   WS-READ-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Cross-File Referential Sweep ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-EMP-CDS.
           PERFORM SWEEP-EMP-SKILLS.
           PERFORM SWEEP-SNAPSHOTS.
           PERFORM SWEEP-LOCKS.
           PERFORM SPOOL-LINE.
           IF WS-TOTAL-ERRS = ZERO
              STRING  "=== SWEEP VERDICT: CLEAN - no cross-file"
                      " exceptions ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "=== SWEEP VERDICT: DIRTY - "
                      WS-TOTAL-ERRS " exception(s), see above ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-EMP-CDS.
           MOVE  "N"           TO   WS-EOF.
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMP-FILE, status "
                               EMP-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-FILE
             WHEN "35"
                STRING  "EMP-FILE not found - every satellite row"
                        " will be reported"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       LOAD-DEPT-TABLE.
                END-PERFORM
                CLOSE DEPT-FILE
             WHEN "35"
                STRING  "DEPTMAST not found - department checks"
                        " will report every row"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       CHECK-EMP-CD.
           MOVE  "N"           TO   WS-CD-FOUND.
       SWEEP-CONTACTS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPCONTACT vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT CON-FILE.
           EVALUATE CON-STS
             WHEN "00"
                       MOVE  CON-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Contact row for " CON-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE CON-FILE
             WHEN "35"
                MOVE  "  (EMPCONTACT not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPCONTACT open failed, status " CON-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-COMP-HIST.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- COMPHIST vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                       MOVE  COMP-CD  TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Comp history row for " COMP-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE COMP-HIST
             WHEN "35"
                MOVE  "  (COMPHIST not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  COMPHIST open failed, status " COMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-EMP-HIST.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPHIST vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-HIST.
           EVALUATE HIST-STS
             WHEN "00"
                       MOVE  HIST-CD  TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  History row for " HIST-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE EMP-HIST
             WHEN "35"
                MOVE  "  (EMPHIST not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPHIST open failed, status " HIST-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-PAY-REG.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- PAYREG vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                       MOVE  REG-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Register row " REG-PERIOD
                                  " for " REG-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE PAY-REG
             WHEN "35"
                MOVE  "  (PAYREG not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-BANK.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPBANK vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT BANK-FILE.
           EVALUATE BNK-STS
             WHEN "00"
                       MOVE  BNK-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Bank details for " BNK-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE BANK-FILE
             WHEN "35"
                MOVE  "  (EMPBANK not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPBANK open failed, status " BNK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-LEAVE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPLEAVE vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT LEAVE-FILE.
           EVALUATE LV-STS
             WHEN "00"
                       MOVE  LV-CD    TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Leave row for " LV-CD
                                  " type " LV-TYPE
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE LEAVE-FILE
             WHEN "35"
                MOVE  "  (EMPLEAVE not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPLEAVE open failed, status " LV-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-ALLOC.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPALLOC vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT ALO-FILE.
           EVALUATE ALO-STS
             WHEN "00"
                       MOVE  ALO-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Allocation for " ALO-CD
                                  " ctr " ALO-COST-CTR
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE ALO-FILE
             WHEN "35"
                MOVE  "  (EMPALLOC not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPALLOC open failed, status " ALO-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-HOURS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPHOURS vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT HRS-FILE.
           EVALUATE HRS-STS
             WHEN "00"
                       MOVE  HRS-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Hours row " HRS-PERIOD
                                  " for " HRS-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE HRS-FILE
             WHEN "35"
                MOVE  "  (EMPHOURS not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPHOURS open failed, status " HRS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-DEDUCT.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPDEDUCT vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT DED-FILE.
           EVALUATE DED-STS
             WHEN "00"
                       MOVE  DED-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Deduction for " DED-CD
                                  " prio " DED-PRIORITY
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE DED-FILE
             WHEN "35"
                MOVE  "  (EMPDEDUCT not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPDEDUCT open failed, status " DED-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-TASKS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPTASK vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT TSK-FILE.
           EVALUATE TSK-STS
             WHEN "00"
                       MOVE  TSK-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Task " TSK-SEQ " for " TSK-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE TSK-FILE
             WHEN "35"
                MOVE  "  (EMPTASK not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPTASK open failed, status " TSK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-EMP-SKILLS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPSKILL vs EMPFILE ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT ESK-FILE.
           EVALUATE ESK-STS
             WHEN "00"
                       MOVE  ESK-CD   TO   WS-CHK-CD
                       PERFORM CHECK-EMP-CD
                       IF WS-CD-FOUND = "N"
                          STRING  "  Skill " ESK-SKL-CD " for "
                                  ESK-CD
                                  " - employee not on EMPFILE"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE ESK-FILE
             WHEN "35"
                MOVE  "  (EMPSKILL not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPSKILL open failed, status " ESK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-SNAPSHOTS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- SNAPFILE vs DEPTMAST ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT SNAP-FILE.
           EVALUATE SNAP-STS
             WHEN "00"
                       MOVE  SNAP-DPT TO   WS-CHK-DPT
                       PERFORM CHECK-DPT-CD
                       IF WS-DEPT-FOUND = "N"
                          STRING  "  Snapshot " SNAP-PERIOD
                                  " for dept " SNAP-DPT
                                  " - dept not on DEPTMAST"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE SNAP-FILE
             WHEN "35"
                MOVE  "  (SNAPFILE not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  SNAPFILE open failed, status " SNAP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       SWEEP-LOCKS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-ERRS.
           PERFORM SPOOL-LINE.
           MOVE  "--- EMPLOCK stale entries ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT LOCK-FILE.
           EVALUATE LOCK-STS
             WHEN "00"
                          MOVE  ZERO          TO   WS-LOCK-DATE
                       END-IF
                       IF WS-LOCK-DATE < WS-TODAY
                          STRING  "  Stale lock held by " LOCK-PGM
                                  " since " LOCK-TS(1:8)
                                  " - clear with EMPLOCKCLR"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-FILE-ERRS
                       END-IF
                    WHEN OTHER
                END-PERFORM
                CLOSE LOCK-FILE
             WHEN "35"
                MOVE  "  (EMPLOCK not on system)" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "  EMPLOCK open failed, status " LOCK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           PERFORM NOTE-FILE-ERRS.
       NOTE-FILE-ERRS.
           STRING  "     -- " WS-FILE-ERRS " exception(s) --"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   WS-FILE-ERRS  TO   WS-TOTAL-ERRS.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
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
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

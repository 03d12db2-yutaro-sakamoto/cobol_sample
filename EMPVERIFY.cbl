         03  WK-ENT-DATE  PIC 9(08).
         03  WK-RETURN    PIC 9(01).
         03  WK-KEEP-OPEN PIC X(01) VALUE "Y".
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPVERIFY".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-BAD-FILE-COUNT.
           MOVE  "Y"           TO   WK-KEEP-OPEN.
           MOVE  "Y"           TO   WS-RUN-OK.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Employee Code Reconciliation ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           OPEN  INPUT EMP-LIST-IN.
           EVALUATE LST-STS
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMPCDLST, status "
                               LST-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-LIST-IN
                PERFORM PRINT-SUMMARY
             WHEN "35"
                MOVE    "EMPCDLST not found - nothing to verify"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPCDLST open failed, status " LST-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           COMPUTE WS-EXCEPT-TOTAL =
                   WS-MISSING-COUNT + WS-BAD-FILE-COUNT.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       VERIFY-EMP-CD.
           ADD   1            TO   WS-CHECK-COUNT.
             WHEN ZERO
                CONTINUE
             WHEN 1
                STRING  "EXCEPTION: Employee code " WK-CD
                        " not found in EMP-FILE"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1 TO WS-MISSING-COUNT
             WHEN OTHER
                STRING  "EXCEPTION: EMP-FILE unusable while "
                        "checking code " WK-CD
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1 TO WS-BAD-FILE-COUNT
           END-EVALUATE.
       CLOSE-EMP-READ.
                                 WK-ENT-DATE, WK-RETURN,
                                 WK-KEEP-OPEN.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "=== Checked " WS-CHECK-COUNT
                   " employee code(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Missing: " WS-MISSING-COUNT
                   "   File errors: " WS-BAD-FILE-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
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

               05  WS-PGM-READ     PIC 9(06).
               05  WS-PGM-WRITTEN  PIC 9(06).
               05  WS-PGM-REJECTED PIC 9(06).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "RUNRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-DAY-COUNT.
           MOVE  ZERO          TO   WS-PGM-MAX.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Daily Operations Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Report date (YYYYMMDD, blank = today): "
                   NO ADVANCING.
           IF WK-RPT-DATE = ZERO
              MOVE  WS-TODAY   TO   WK-RPT-DATE
           END-IF.
           STRING  "Date " WK-RPT-DATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                PERFORM SPOOL-LINE
                STRING  "--- Activity on " WK-RPT-DATE " ---"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                STRING  "Program  Evnt Time     St  "
                        "  Read Written Rejectd"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM UNTIL WS-EOF = "Y"
                  READ RUN-LOG NEXT
                  EVALUATE RUN-STS
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading RUNLOG, status "
                               RUN-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE RUN-LOG
                IF WS-DAY-COUNT = ZERO
                   STRING  "(no activity recorded for " WK-RPT-DATE
                           ")"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
                PERFORM PRINT-LAST-RUNS
             WHEN "35"
                MOVE    "RUNLOG not found - no runs recorded yet"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       PRINT-RUN-LINE.
           ADD   1             TO   WS-DAY-COUNT.
           STRING  RUN-PGM " " RUN-EVENT " " RUN-TS(9:6) "   "
                   RUN-STATUS " " RUN-READ "  " RUN-WRITTEN
                   "  " RUN-REJECTED
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       NOTE-LAST-RUN.
           MOVE  "N"           TO   WS-PGM-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              MOVE  RUN-REJECTED  TO   WS-PGM-REJECTED(WS-PGM-IX)
           END-IF.
       PRINT-LAST-RUNS.
           PERFORM SPOOL-LINE.
           MOVE    "--- Last completed run per program ---"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Program  Date     Time   St  "
                   "  Read Written Rejectd"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PGM-MAX
              SET  WS-PGM-IX TO WS-IDX
              STRING  WS-PGM-NAME(WS-PGM-IX) " "
                      WS-PGM-TS(WS-PGM-IX)(1:8) " "
                      WS-PGM-TS(WS-PGM-IX)(9:6) " "
                      WS-PGM-STATUS(WS-PGM-IX) " "
                      WS-PGM-READ(WS-PGM-IX) "  "
                      WS-PGM-WRITTEN(WS-PGM-IX) "  "
                      WS-PGM-REJECTED(WS-PGM-IX)
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
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

       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  AUD-ARCH.
       01  ARC-REC            PIC X(181).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  AUD-STS            PIC  9(02).
           03  FILLER         PIC X(03).
           03  DSP-D-RATE     PIC ZZ9.9.
           03  FILLER         PIC X(02)  VALUE " %".
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPTURNRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-DPT-MAX.
           MOVE  ZERO          TO   WS-TOTAL-HEAD.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Monthly Turnover Analytics ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Ending period (YYYYMM, blank = current): "
                   NO ADVANCING.
           DISPLAY "Archive file to include (blank = none): "
                   NO ADVANCING.
           ACCEPT  WK-ARCH-NAME.
           STRING  "Ending " WK-END-PERIOD " archive " WK-ARCH-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM BUILD-MONTH-TABLE.
           PERFORM TALLY-LIVE-AUDIT.
           IF WK-ARCH-NAME NOT = SPACES
           PERFORM PRINT-MONTH-SUMMARY.
           PERFORM PRINT-DPT-SUMMARY.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       BUILD-MONTH-TABLE.
           MOVE  WK-END-PERIOD    TO   WS-WORK-PERIOD.
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMPAUDIT, status "
                               AUD-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-AUDIT
             WHEN "35"
                MOVE    "EMPAUDIT not found - no changes recorded yet"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPAUDIT open failed, status " AUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       TALLY-ARCHIVE.
           MOVE  "N"           TO   WS-EOF.
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading archive, status "
                               ARC-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE AUD-ARCH
             WHEN "35"
                STRING  "Archive file " WK-ARCH-NAME " not found"
                        " - skipped"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "Archive open failed, status " ARC-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       TALLY-EVENT.
           MOVE  "N"           TO   WS-MON-FOUND.
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
                MOVE    "EMP-FILE not found - headcount taken as zero"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRINT-MONTH-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "--- Twelve-month summary (rate vs current"
                   " headcount of " WS-TOTAL-HEAD ") ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Period  Joins   Leavs   Turnover" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > 12
              SET  WS-MON-IX TO WS-IDX
                 MOVE  ZERO  TO   WS-RATE
              END-IF
              MOVE  WS-RATE                   TO   DSP-M-RATE
              MOVE  DSP-MON-REC   TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
       PRINT-DPT-SUMMARY.
           PERFORM SPOOL-LINE.
           MOVE    "--- By department (whole twelve months) ---"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE    "Dp    Head   Joins   Leavs   Turnover"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-DPT-MAX
              SET  WS-DPT-IX TO WS-IDX
                 MOVE  ZERO  TO   WS-RATE
              END-IF
              MOVE  WS-RATE                  TO   DSP-D-RATE
              MOVE  DSP-DPT-REC   TO   WS-SPL-LINE
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

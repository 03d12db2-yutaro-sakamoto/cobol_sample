           03  DSP-CHGS       PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-INCR       PIC +(10)9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "COMPSUM".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "N"           TO   WS-EMP-OPEN.
           MOVE  ZERO          TO   WS-DPT-MAX.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Annual Increase Summary by Department ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           DISPLAY "Report year (YYYY): " NO ADVANCING.
           ACCEPT  WK-YEAR.
           STRING  "Year " WK-YEAR
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                IF EMP-STS = ZERO
                   MOVE "Y" TO WS-EMP-OPEN
                ELSE
                   STRING  "EMP-FILE open failed, status " EMP-STS
                           " - departments will show as ??"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
                PERFORM UNTIL WS-EOF = "Y"
                  READ COMP-HIST NEXT
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading COMPHIST, status "
                               COMP-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                END-IF
                PERFORM PRINT-SUMMARY
             WHEN "35"
                STRING  "COMPHIST not found - no compensation"
                        " changes recorded yet"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "COMPHIST open failed, status " COMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       TALLY-COMP-CHANGE.
           MOVE  "??"          TO   WS-CHG-DPT.
                      + COMP-NEW-SALARY - COMP-OLD-SALARY
           END-IF.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "--- Increase summary for " WK-YEAR " ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Dp  Count  Net annual change" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-DPT-MAX
              SET  WS-DPT-IX TO WS-IDX
              MOVE  WS-DPT-CD(WS-DPT-IX)    TO   DSP-DPT
              MOVE  WS-DPT-CHGS(WS-DPT-IX)  TO   DSP-CHGS
              MOVE  WS-DPT-INCR(WS-DPT-IX)  TO   DSP-INCR
              MOVE  DSP-REC       TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
           IF WS-DPT-MAX = ZERO
              STRING  "(no compensation changes in " WK-YEAR ")"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
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

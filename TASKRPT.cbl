       01  WS-NOCON-COUNT     PIC  9(04)  VALUE ZERO.
       01  WS-TSK-OPEN        PIC  X      VALUE "N".
       01  WS-EMPF-OPEN       PIC  X      VALUE "N".
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "TASKRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-TASK-COUNT.
           MOVE  ZERO          TO   WS-DPT-COUNT.
           MOVE  ZERO          TO   WS-NOCON-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Outstanding Onboarding Tasks ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-SOON-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 14.
                   OUTPUT PROCEDURE IS PRINT-TASKS.
           PERFORM PRINT-MISSING-CONTACTS.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-OPEN-TASKS.
           MOVE  "N"           TO   WS-TSK-OPEN.
             WHEN "00"
                MOVE "Y" TO WS-TSK-OPEN
             WHEN "35"
                MOVE    "EMPTASK not found - no tasks seeded yet"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
             WHEN OTHER
                STRING  "EMPTASK open failed, status " TSK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
           END-EVALUATE.
           IF WS-LOAD-EOF NOT = "Y"
              IF EMP-STS = ZERO
                 MOVE "Y" TO WS-EMPF-OPEN
              ELSE
                 STRING  "EMP-FILE open failed, status " EMP-STS
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "Y" TO WS-LOAD-EOF
              END-IF
           END-IF.
               WHEN "10"
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMPTASK, status "
                          TSK-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
             END-RETURN
           END-PERFORM.
           PERFORM DEPT-BREAK.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-TASK-COUNT " outstanding task(s)"
                   " (* = overdue) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-TASK.
           IF WS-FIRST-REC = "Y"
              MOVE  SRT-DPT-CD  TO   WS-PREV-DPT
              MOVE  SRT-DPT-CD  TO   WS-PREV-DPT
              PERFORM PRINT-DPT-HEADER
           END-IF.
           STRING  SRT-CD " " SRT-NAME " " SRT-DESC " due "
                   SRT-DUE-DATE " " SRT-LATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-TASK-COUNT WS-DPT-COUNT.
       PRINT-DPT-HEADER.
           PERFORM SPOOL-LINE.
           STRING  "--- Department " WS-PREV-DPT " ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       DEPT-BREAK.
           IF WS-DPT-COUNT > ZERO
              STRING  "     -- " WS-DPT-COUNT " task(s) --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE ZERO TO WS-DPT-COUNT
           END-IF.
       PRINT-MISSING-CONTACTS.
           MOVE  "N"           TO   WS-EOF.
           PERFORM SPOOL-LINE.
           STRING  "--- Hires starting by " WS-SOON-DATE
                   " with no contact record ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
           STRING  "     -- " WS-NOCON-COUNT " hire(s) without"
                   " contact details --"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       CHECK-CONTACT-ROW.
           MOVE  "N"           TO   WS-CON-FOUND.
           IF CON-STS = "00" OR CON-STS = "23" OR CON-STS = "10"
              END-READ
           END-IF.
           IF WS-CON-FOUND = "N"
              STRING  EMP-CD " " EMP-NAME " starts "
                      EMP-ENT-DATE " - no CON-REC contact row"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1            TO   WS-NOCON-COUNT
           END-IF.
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

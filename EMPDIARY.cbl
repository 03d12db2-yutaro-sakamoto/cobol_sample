       01  WS-CALC-PERIOD     PIC  9(06).
       01  WS-EVENT-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-DPT-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPDIARY".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  SPACES        TO   WS-PREV-DPT.
           MOVE  ZERO          TO   WS-EVENT-COUNT.
           MOVE  ZERO          TO   WS-DPT-COUNT.
           PERFORM SPOOL-OPEN.
           STRING  "*** HR Diary - Upcoming Dates by Department"
                   " ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE    WS-TODAY(1:6)  TO   WS-CUR-PERIOD.
           DISPLAY "Months ahead to look (blank = 3): "
           IF WK-MONTHS = ZERO
              MOVE  3          TO   WK-MONTHS
           END-IF.
           STRING  "Months ahead " WK-MONTHS
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           MOVE  WS-CUR-PERIOD(1:4)  TO   WS-CALC-YYYY.
           MOVE  WS-CUR-PERIOD(5:2)  TO   WS-CALC-MM.
           MOVE  WK-MONTHS           TO   WS-CALC-ADD.
           PERFORM ADD-CALC-MONTHS.
           MOVE  WS-CALC-PERIOD      TO   WS-LIM-PERIOD.
           STRING  "Diary window: " WS-CUR-PERIOD " to "
                   WS-LIM-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           SORT    SORT-WORK
                   ON ASCENDING KEY SRT-DPT-CD SRT-PERIOD SRT-CD
                   INPUT PROCEDURE  IS SCAN-EMP-FILE
                   OUTPUT PROCEDURE IS PRINT-DIARY.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       ADD-CALC-MONTHS.
           COMPUTE WS-CALC-MM = WS-CALC-MM + WS-CALC-ADD.
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
           END-EVALUATE.
           PERFORM UNTIL WS-LOAD-EOF = "Y"
               WHEN "10"
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status "
                          EMP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
             END-RETURN
           END-PERFORM.
           PERFORM DEPT-BREAK.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-EVENT-COUNT " diary event(s) in the"
                   " next " WK-MONTHS " month(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-EVENT.
           IF WS-FIRST-REC = "Y"
              MOVE  SRT-DPT-CD  TO   WS-PREV-DPT
              MOVE  SRT-DPT-CD  TO   WS-PREV-DPT
              PERFORM PRINT-DPT-HEADER
           END-IF.
           STRING  SRT-PERIOD " " SRT-CD " " SRT-NAME " "
                   SRT-EVENT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-EVENT-COUNT WS-DPT-COUNT.
       PRINT-DPT-HEADER.
           PERFORM SPOOL-LINE.
           STRING  "--- Department " WS-PREV-DPT " ---"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE    "Period ID   Employee Name        Event"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
       DEPT-BREAK.
           IF WS-DPT-COUNT > ZERO
              STRING  "     -- " WS-DPT-COUNT " event(s) --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE ZERO TO WS-DPT-COUNT
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

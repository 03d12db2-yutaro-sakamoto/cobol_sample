               05  WS-D-STS        PIC X(01).
       01  WS-D-IDX           PIC 9(03)  VALUE ZERO.
       01  WS-DEPT-RESULT     PIC X      VALUE "N".
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPSCAN".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-SCAN-COUNT.
           MOVE  ZERO          TO   WS-ERR-COUNT.
           MOVE  ZERO          TO   WS-TYPE-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Employee Master Data-Quality Scan ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-EMP-CDS.
           IF WS-EMP-COUNT > ZERO
                      OUTPUT PROCEDURE IS PRINT-EXCEPTIONS
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-DEPT-TABLE.
           MOVE  ZERO          TO   WS-DEPT-COUNT.
                END-PERFORM
                CLOSE DEPT-FILE
             WHEN "35"
                STRING  "DEPTMAST not found - department checks"
                        " will report every record"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       LOAD-EMP-CDS.
           MOVE  "N"           TO   WS-LOAD-EOF.
                    WHEN "10"
                       MOVE "Y" TO WS-LOAD-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMP-FILE, status "
                               EMP-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-LOAD-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-FILE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       SCAN-EMP-FILE.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS NOT = ZERO
              STRING  "EMP-FILE open failed, status " EMP-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status "
                          EMP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
             END-RETURN
           END-PERFORM.
           PERFORM TYPE-BREAK.
           PERFORM SPOOL-LINE.
           STRING  "=== Scanned " WS-SCAN-COUNT " record(s), "
                   WS-ERR-COUNT " exception(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-EXCEPTION.
           IF WS-FIRST-REC = "Y"
              MOVE  SRT-ERR-TYPE  TO   WS-PREV-TYPE
              MOVE  SRT-ERR-TYPE  TO   WS-PREV-TYPE
              PERFORM PRINT-TYPE-HEADER
           END-IF.
           STRING  SRT-CD " " SRT-NAME " " SRT-DETAIL
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-TYPE-COUNT WS-ERR-COUNT.
       PRINT-TYPE-HEADER.
           PERFORM SPOOL-LINE.
           EVALUATE WS-PREV-TYPE
             WHEN "01"
                MOVE  "--- Unknown department code ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "02"
                MOVE    "--- Inactive department code ---"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "03"
                MOVE  "--- Invalid enter date ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "04"
                MOVE  "--- Invalid status code ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "05"
                MOVE  "--- Unknown manager code ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "06"
                MOVE  "--- Salary not numeric ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "07"
                MOVE  "--- Blank employee name ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                MOVE  "--- Other exceptions ---" TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       TYPE-BREAK.
           IF WS-TYPE-COUNT > ZERO
              STRING  "     -- " WS-TYPE-COUNT " record(s) --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE ZERO TO WS-TYPE-COUNT
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

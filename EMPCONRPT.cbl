       01  WS-PREV-DPT        PIC X(02)  VALUE SPACES.
       01  WS-FIRST-REC       PIC X      VALUE "Y".
       01  WS-MISSING-COUNT   PIC 9(05)  VALUE ZERO.
       01  WS-SEC-FUNC        PIC X(01).
       01  WS-SEC-FIELD       PIC X(03).
       01  WS-SEC-PGM         PIC X(10)  VALUE "EMPCONRPT".
       01  WS-SEC-SHOW        PIC X(01).
       01  WS-SEC-CD          PIC X(04)  VALUE SPACES.
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPCONRPT".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"           TO   WS-FIRST-REC.
           MOVE  SPACES        TO   WS-PREV-DPT.
           MOVE  ZERO          TO   WS-MISSING-COUNT.
           MOVE  "V"           TO   WS-SEC-FUNC.
           MOVE  "CON"         TO   WS-SEC-FIELD.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Emergency Contact List by Department ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT CON-FILE.
           EVALUATE CON-STS
             WHEN "00"
                MOVE "Y" TO WS-CON-OPEN
             WHEN "35"
                STRING  "EMPCONTACT not found - every employee will"
                        " show as missing"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPCONTACT open failed, status " CON-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           SORT    SORT-WORK
                   ON ASCENDING KEY SRT-DPT-CD SRT-CD
           IF WS-CON-OPEN = "Y"
              CLOSE CON-FILE
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-MISSING-COUNT
                   " active employee(s) with no emergency contact"
                   " on file ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           GOBACK.
       LOAD-SORT.
           OPEN  INPUT EMP-FILE.
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
                  STRING  "I-O error reading EMP-FILE, status " EMP-STS
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-FIRST-REC = "Y" OR SRT-DPT-CD NOT = WS-PREV-DPT
              MOVE  "N"          TO   WS-FIRST-REC
              MOVE  SRT-DPT-CD   TO   WS-PREV-DPT
              PERFORM SPOOL-LINE
              STRING  "--- Department " SRT-DPT-CD " ---"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE  "N"           TO   WS-CON-FOUND.
           IF WS-CON-OPEN = "Y"
              END-READ
           END-IF.
           IF WS-CON-FOUND = "Y"
              CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, SRT-CD,
                                   WS-SEC-PGM, WS-SEC-SHOW
              IF WS-SEC-SHOW = "Y"
                 STRING  SRT-CD " " SRT-NAME " " CON-EMERG-NAME
                         " " CON-EMERG-PHONE
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  SRT-CD " " SRT-NAME " (on file - restricted)"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           ELSE
              STRING  SRT-CD " " SRT-NAME " (no emergency contact"
                      " on file)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-MISSING-COUNT
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

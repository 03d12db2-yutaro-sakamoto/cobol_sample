       01  WS-PREV-CD         PIC X(04).
       01  WS-PREV-DPT        PIC X(02).
       01  WS-PREV-STATUS     PIC X(01).
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPDUPRPT".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-HAVE-PREV.
           MOVE  ZERO          TO   WS-SCAN-COUNT.
           MOVE  ZERO          TO   WS-DUP-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Probable Duplicate Employee Report ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           SORT    SORT-WORK
                   ON ASCENDING KEY SRT-NAME-UC SRT-ENT-DATE SRT-CD
                   INPUT PROCEDURE  IS LOAD-SORT
                   OUTPUT PROCEDURE IS FIND-DUPLICATES.
           PERFORM SPOOL-LINE.
           STRING  "=== Scanned " WS-SCAN-COUNT " record(s), "
                   WS-DUP-COUNT " probable duplicate pair(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
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
              AND SRT-NAME-UC = WS-PREV-NAME
              AND SRT-NAME-UC NOT = SPACES
              IF SRT-ENT-DATE = WS-PREV-DATE
                 STRING  "DUPLICATE? " WS-PREV-CD " and " SRT-CD
                         " share name " SRT-NAME-UC
                         " and enter date " SRT-ENT-DATE
                         " (status " WS-PREV-STATUS "/" SRT-STATUS ")"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1 TO WS-DUP-COUNT
              ELSE
                 IF SRT-DPT-CD = WS-PREV-DPT
                    STRING  "DUPLICATE? " WS-PREV-CD " and " SRT-CD
                            " share name " SRT-NAME-UC
                            " in department " SRT-DPT-CD
                            " (status " WS-PREV-STATUS "/" SRT-STATUS
                            ")"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    ADD  1 TO WS-DUP-COUNT
                 END-IF
              END-IF
           MOVE  SRT-DPT-CD    TO   WS-PREV-DPT.
           MOVE  SRT-STATUS    TO   WS-PREV-STATUS.
           MOVE  "Y"           TO   WS-HAVE-PREV.
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

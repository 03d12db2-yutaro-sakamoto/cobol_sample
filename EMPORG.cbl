       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPDSEL.
           COPY ASHSEL.
           SELECT SORT-WORK ASSIGN TO "EMPORGSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  ASH-FILE.
           COPY ASHREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-MGR-CD     PIC X(04).
           03  SRT-DPT-CD     PIC X(02).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC 9(02).
       01  ASH-STS            PIC 9(02).
       01  WS-EMP-DSN         PIC X(08)  VALUE "EMPFILE".
       01  WS-USE-ASOF        PIC X      VALUE "N".
       01  WS-SRC-OK          PIC X      VALUE "Y".
       01  WS-ASOF-DATE       PIC 9(08)  VALUE ZERO.
       01  WS-LOAD-EOF        PIC X      VALUE "N".
       01  WS-EOF             PIC X      VALUE "N".
       01  WS-PREV-MGR        PIC X(04)  VALUE SPACES.
       01  WS-FIRST-REC       PIC X      VALUE "Y".
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPORG".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  SPACES        TO   WS-PREV-MGR.
           MOVE  "Y"           TO   WS-FIRST-REC.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Organization Chart (by manager) ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM PROMPT-EMP-SOURCE.
           PERFORM CHOOSE-EMP-SOURCE.
           IF WS-SRC-OK = "Y"
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-MGR-CD SRT-CD
                      INPUT PROCEDURE  IS LOAD-SORT
                      OUTPUT PROCEDURE IS PRINT-ORG
           END-IF.
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
           IF SRT-MGR-CD NOT = WS-PREV-MGR OR WS-FIRST-REC = "Y"
              MOVE  "N"          TO   WS-FIRST-REC
              MOVE  SRT-MGR-CD   TO   WS-PREV-MGR
              PERFORM SPOOL-LINE
              IF SRT-MGR-CD = SPACES
                 MOVE  "Manager: (none - top level)" TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "Manager: " SRT-MGR-CD
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
           STRING  "    " SRT-CD "  " SRT-NAME "  Dept " SRT-DPT-CD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PROMPT-EMP-SOURCE.
           DISPLAY "Run against as-of master EMPASOF (Y/N)? "
                   NO ADVANCING.
           ACCEPT  WS-USE-ASOF.
           MOVE FUNCTION UPPER-CASE(WS-USE-ASOF) TO WS-USE-ASOF.
       CHOOSE-EMP-SOURCE.
           MOVE  "EMPFILE"     TO   WS-EMP-DSN.
           MOVE  "Y"           TO   WS-SRC-OK.
           IF WS-USE-ASOF = "Y"
              OPEN  INPUT ASH-FILE
              EVALUATE ASH-STS
                WHEN "00"
                   READ ASH-FILE NEXT
                     AT END
                        MOVE "N" TO WS-SRC-OK
                     NOT AT END
                        MOVE ASH-ASOF-DATE TO WS-ASOF-DATE
                   END-READ
                   CLOSE ASH-FILE
                WHEN OTHER
                   MOVE "N" TO WS-SRC-OK
              END-EVALUATE
              IF WS-SRC-OK = "Y"
                 MOVE  "EMPASOF"  TO   WS-EMP-DSN
                 STRING  "*** Run against as-of master - employees"
                         " as at " WS-ASOF-DATE " (built "
                         ASH-BUILT-TS(1:8) " by " ASH-OPR ") ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "As-of master not built - run EMPASOF"
                         " first"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
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

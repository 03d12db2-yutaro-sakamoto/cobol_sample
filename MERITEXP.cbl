       01  WS-GRD-OPEN        PIC  X      VALUE "N".
       01  WS-PREV-DPT        PIC  X(02)  VALUE SPACES.
       01  WS-EXPORT-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-MASK-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03).
       01  WS-SEC-PGM         PIC  X(10)  VALUE "MERITEXP".
       01  WS-SEC-SHOW        PIC  X(01).
       01  WS-SEC-CD          PIC  X(04)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-LOAD-EOF.
           MOVE  SPACES        TO   WS-PREV-DPT.
           MOVE  ZERO          TO   WS-EXPORT-COUNT.
           MOVE  ZERO          TO   WS-MASK-COUNT.
           DISPLAY "*** Merit Review Worksheet Export ***".
           OPEN  OUTPUT MERIT-WORK.
           IF WRK-STS NOT = ZERO
              CLOSE MERIT-WORK
              DISPLAY "*** Exported " WS-EXPORT-COUNT
                      " worksheet row(s) to MERITWK ***"
              IF WS-MASK-COUNT > ZERO
                 DISPLAY "    current salary withheld on "
                         WS-MASK-COUNT " row(s)"
              END-IF
           END-IF.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
       MAIN-900.
           GOBACK.
       OPEN-GRD-FILE.
           MOVE  SRT-CD        TO   WRK-CD.
           MOVE  SRT-NAME      TO   WRK-NAME.
           MOVE  SRT-GRADE     TO   WRK-GRADE.
           MOVE  "E"           TO   WS-SEC-FUNC.
           MOVE  "SAL"         TO   WS-SEC-FIELD.
           MOVE  SRT-CD        TO   WS-SEC-CD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           IF WS-SEC-SHOW = "Y"
              MOVE  SRT-SALARY  TO   WRK-SALARY
           ELSE
              MOVE  ZERO        TO   WRK-SALARY
              ADD   1           TO   WS-MASK-COUNT
           END-IF.
           PERFORM LOOK-UP-BAND.
           MOVE  SPACES        TO   WRK-PROPOSED.
           WRITE WRK-REC.

       01  WS-MGR-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-TEAM-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-XTR-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-MASK-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03).
       01  WS-SEC-PGM         PIC  X(10)  VALUE "EMPTEAMX".
       01  WS-SEC-SHOW        PIC  X(01).
       01  WS-SEC-CD          PIC  X(04)  VALUE SPACES.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
           MOVE  SPACES        TO   WS-PREV-MGR.
           MOVE  ZERO          TO   WS-MGR-COUNT.
           MOVE  ZERO          TO   WS-XTR-COUNT.
           MOVE  ZERO          TO   WS-MASK-COUNT.
           DISPLAY "*** Per-Manager Team Roster Extract ***".
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           DISPLAY "Salary column per field policy (operator"
                   " authority " WS-OPR-AUTH ").".
           OPEN  OUTPUT MGR-EXTRACT.
           IF MGX-STS NOT = ZERO
              DISPLAY "MGREXTRACT open failed, status " MGX-STS
              DISPLAY "*** Wrote " WS-XTR-COUNT " roster row(s)"
                      " for " WS-MGR-COUNT " manager(s) to"
                      " MGREXTRACT ***"
              IF WS-MASK-COUNT > ZERO
                 DISPLAY "    salary withheld on " WS-MASK-COUNT
                         " row(s)"
              END-IF
           END-IF.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
       MAIN-900.
           GOBACK.
       LOAD-SORT.
           MOVE  SRT-GRADE     TO   WS-DTL-GRADE.
           MOVE  SRT-STATUS    TO   WS-DTL-STATUS.
           MOVE  SRT-ENT-DATE  TO   WS-DTL-ENT.
           MOVE  "E"           TO   WS-SEC-FUNC.
           MOVE  "SAL"         TO   WS-SEC-FIELD.
           MOVE  SRT-CD        TO   WS-SEC-CD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           IF WS-SEC-SHOW = "Y"
              MOVE  SRT-SALARY  TO   WS-SAL-DIGITS
              MOVE  WS-SAL-DIGITS(1:9)  TO   WS-DTL-SALARY
           ELSE
              MOVE  SPACES      TO   WS-DTL-SALARY
              ADD   1           TO   WS-MASK-COUNT
           END-IF.
           WRITE MGX-REC FROM WS-DTL-REC.
           ADD   1             TO   WS-XTR-COUNT WS-TEAM-COUNT.

       01  WK-EFF-DD          PIC 9(02).
       01  WS-NEXT-SEQ        PIC 9(06)  VALUE ZERO.
       01  WS-SCAN-EOF        PIC X      VALUE "N".
       01  WS-OPR-FUNC        PIC X(01)  VALUE "G".
       01  WS-OPR-ID          PIC X(08).
       01  WS-OPR-AUTH        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
                MOVE  WK-SALARY     TO   PEND-SALARY
                MOVE  "P"           TO   PEND-STATUS
                MOVE  ZERO          TO   PEND-APPLIED
                CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                     WS-OPR-AUTH
                MOVE  WS-OPR-ID     TO   PEND-MAKER
                MOVE  SPACES        TO   PEND-APPROVER
                WRITE PEND-REC
                  INVALID KEY
                     DISPLAY "Write failed for pending change, "

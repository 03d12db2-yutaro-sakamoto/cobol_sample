       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-STAGE-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-REJ-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-HELD-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-APR-FUNC        PIC  X(01).
       01  WS-APR-HOLD        PIC  X(01).
           COPY APRREC.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-STAGE-COUNT.
           MOVE  ZERO          TO   WS-REJ-COUNT.
           MOVE  ZERO          TO   WS-HELD-COUNT.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           DISPLAY "*** Merit Review Worksheet Import ***".
           DISPLAY "Effective date for increases (YYYYMMDD): "
                   NO ADVANCING.
              DISPLAY "=== Read " WS-READ-COUNT " row(s), staged "
                      WS-STAGE-COUNT " increase(s), rejected "
                      WS-REJ-COUNT " ==="
              IF WS-HELD-COUNT > ZERO
                 DISPLAY "=== " WS-HELD-COUNT " increase(s) held for"
                         " supervisor approval in COMPAPRV ==="
              END-IF
              DISPLAY "=== Run EMPRELEASE on or after " WK-EFF-DATE
                      " to apply the staged increases ==="
           END-IF.
           MOVE  SPACES        TO   PEND-MGR-CD.
           MOVE  SPACES        TO   PEND-GRADE.
           MOVE  WS-PROPOSED   TO   PEND-SALARY.
           MOVE  ZERO          TO   PEND-APPLIED.
           MOVE  WS-OPR-ID     TO   PEND-MAKER.
           MOVE  SPACES        TO   PEND-APPROVER.
           MOVE  ZERO          TO   APR-SEQ.
           MOVE  WRK-CD        TO   APR-CD.
           MOVE  "MERITIMP"    TO   APR-SOURCE.
           MOVE  PEND-SEQ      TO   APR-PEND-SEQ.
           MOVE  WK-EFF-DATE   TO   APR-EFF-DATE.
           MOVE  EMP-GRADE     TO   APR-OLD-GRADE.
           MOVE  EMP-GRADE     TO   APR-NEW-GRADE.
           MOVE  EMP-SALARY    TO   APR-OLD-SALARY.
           MOVE  WS-PROPOSED   TO   APR-NEW-SALARY.
           MOVE  WS-OPR-ID     TO   APR-MAKER.
           MOVE  "T"           TO   WS-APR-FUNC.
           CALL  "APRQUEUE" USING WS-APR-FUNC, APR-REC, WS-APR-HOLD.
           IF WS-APR-HOLD = "Y"
              MOVE  "H"        TO   PEND-STATUS
           ELSE
              MOVE  "P"        TO   PEND-STATUS
           END-IF.
           WRITE PEND-REC
             INVALID KEY
                DISPLAY "Write failed for pending change, status "
                ADD  1         TO   WS-STAGE-COUNT
                DISPLAY "Staged: " WRK-CD " " WRK-NAME
                        " to " WS-PROPOSED " effective " WK-EFF-DATE
                IF PEND-STATUS = "H"
                   PERFORM QUEUE-FOR-APPROVAL
                END-IF
           END-WRITE.
       QUEUE-FOR-APPROVAL.
           MOVE  "Q"           TO   WS-APR-FUNC.
           CALL  "APRQUEUE" USING WS-APR-FUNC, APR-REC, WS-APR-HOLD.
           IF WS-APR-HOLD = "Y"
              ADD   1          TO   WS-HELD-COUNT
           ELSE
              MOVE  "R"        TO   PEND-STATUS
              REWRITE PEND-REC
              SUBTRACT 1       FROM WS-STAGE-COUNT
              ADD   1          TO   WS-REJ-COUNT
              DISPLAY "Rejected row for " WRK-CD
                      ": approval request could not be queued"
           END-IF.
       CLOSE-SAL-BAND.
           MOVE  "C"           TO   WS-GRD-KEEP.
           CALL  "GRDVAL" USING WS-CHK-GRADE, WS-CHK-SALARY,

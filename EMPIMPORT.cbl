       01  WS-ADD-COUNT       PIC 9(06)  VALUE ZERO.
       01  WS-CHG-COUNT       PIC 9(06)  VALUE ZERO.
       01  WS-REJ-COUNT       PIC 9(06)  VALUE ZERO.
       01  WS-HELD-COUNT      PIC 9(06)  VALUE ZERO.
       01  WS-FLD-CNT         PIC 9(02)  VALUE ZERO.
       01  WS-FLD-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-FIELDS.
       01  WS-LOCK-SINCE      PIC X(21).
       01  WS-SUSP-NEXT       PIC 9(06)  VALUE ZERO.
       01  WS-SUSP-EOF        PIC X      VALUE "N".
       01  WK-APR-FUNC        PIC X(01)  VALUE "Q".
       01  WK-APR-HOLD        PIC X(01).
           COPY APRREC.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-ADD-COUNT.
           MOVE  ZERO          TO   WS-CHG-COUNT.
           MOVE  ZERO          TO   WS-REJ-COUNT.
           MOVE  ZERO          TO   WS-HELD-COUNT.
           MOVE  ZERO          TO   WS-READ-COUNT.
           DISPLAY "*** Importing employees from EMPCSV ***".
           MOVE  "OK "         TO   WS-END-STATUS.
           IF WS-FLD-CNT >= 6 AND WS-FLD(6)(1:9) IS NUMERIC
              MOVE  WS-FLD(6)(1:9)  TO   EMP-SALARY(1:9)
           END-IF.
           MOVE  "N"              TO   WK-APR-HOLD.
           IF EMP-GRADE NOT = WK-OLD-GRADE
              OR EMP-SALARY NOT = WK-OLD-SALARY
              PERFORM CHECK-APPROVAL
           END-IF.
           EVALUATE WK-APR-HOLD
             WHEN "N"
                PERFORM REWRITE-EMP-REC
             WHEN "Y"
                ADD  1 TO WS-HELD-COUNT
                DISPLAY "Held import of " EMP-CD
                        ": grade/salary change awaits supervisor"
                        " approval in COMPAPRV - row not applied"
             WHEN OTHER
                DISPLAY "Rejected update of " EMP-CD
                        ": grade/salary change could not be queued"
                        " for approval"
                MOVE  "Approval queue unavailable during import"
                                     TO   WS-REJ-REASON
                PERFORM WRITE-REJECTION
           END-EVALUATE.
       CHECK-APPROVAL.
           MOVE  ZERO           TO   APR-SEQ.
           MOVE  EMP-CD         TO   APR-CD.
           MOVE  "EMPIMPORT"    TO   APR-SOURCE.
           MOVE  ZERO           TO   APR-PEND-SEQ.
           ACCEPT APR-EFF-DATE  FROM DATE YYYYMMDD.
           MOVE  WK-OLD-GRADE   TO   APR-OLD-GRADE.
           MOVE  EMP-GRADE      TO   APR-NEW-GRADE.
           MOVE  WK-OLD-SALARY  TO   APR-OLD-SALARY.
           MOVE  EMP-SALARY     TO   APR-NEW-SALARY.
           MOVE  SPACES         TO   APR-MAKER.
           CALL  "APRQUEUE" USING WK-APR-FUNC, APR-REC, WK-APR-HOLD.
       REWRITE-EMP-REC.
           REWRITE EMP-REC
             INVALID KEY
                DISPLAY "Rejected update of " EMP-CD
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       WRITE-CHG-AUDIT.
           MOVE  FUNCTION CURRENT-DATE  TO   AUD-TS.
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       WRITE-REJECTION.
           PERFORM GET-OPERATOR.
           CLOSE EMP-REJECT.
           CLOSE EMP-SUSP.
           DISPLAY "*** Import complete: " WS-ADD-COUNT " added, "
                   WS-CHG-COUNT " updated, " WS-HELD-COUNT
                   " held for approval, " WS-REJ-COUNT
                   " rejected (see EMPREJ) ***".
       ACQUIRE-LOCK.
           MOVE  "A"           TO   WS-LOCK-FUNC.

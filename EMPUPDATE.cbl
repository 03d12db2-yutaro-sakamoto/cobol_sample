       01  WK-OPR-ID          PIC X(08).
       01  WK-OPR-AUTH        PIC X(01).
       01  WK-OLD-SALARY      PIC 9(07)V99.
       01  WK-ORIG-REC        PIC X(66).
       01  WK-POS-NO          PIC X(06).
       01  WK-CUR-POS         PIC X(06).
       01  WK-CUR-POS-DPT     PIC X(02).
       01  WK-POS-CHANGE      PIC X(01)  VALUE "N".
       01  WK-POS-FUNC        PIC X(01).
       01  WK-POS-OK          PIC X(01).
       01  WK-POS-REASON      PIC X(40).
       01  WK-APR-FUNC        PIC X(01)  VALUE "Q".
       01  WK-APR-HOLD        PIC X(01).
           COPY APRREC.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
                CALL  "OPRSES" USING WK-OPR-FUNC, WK-OPR-ID,
                                     WK-OPR-AUTH
                MOVE  WK-OPR-ID              TO   AUD-OPR
                MOVE  SPACES                 TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER
              ACCEPT  WK-SALARY
              DISPLAY "New birth date(zero = keep): " NO ADVANCING
              ACCEPT  WK-BIRTH-DATE
              DISPLAY "New position  (blank = keep): " NO ADVANCING
              ACCEPT  WK-POS-NO
           END-IF.
           MOVE FUNCTION UPPER-CASE(WK-POS-NO) TO WK-POS-NO.
           IF WK-NAME NOT = SPACES
              MOVE  WK-NAME     TO   EMP-NAME
           END-IF.
           MOVE  SPACES        TO   WK-GRADE.
           MOVE  ZERO          TO   WK-SALARY.
           MOVE  ZERO          TO   WK-BIRTH-DATE.
           MOVE  SPACES        TO   WK-POS-NO.
           OPEN  INPUT UPD-PARM.
           EVALUATE PARM-STS
             WHEN "00"
                           MOVE  PARM-REC(1:8)  TO   WK-BIRTH-DATE
                        END-IF
                   END-READ
                   READ UPD-PARM NEXT
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE  PARM-REC(1:6)  TO   WK-POS-NO
                   END-READ
                END-IF
                CLOSE UPD-PARM
             WHEN "35"
              END-READ
              MOVE  WK-SAVE-REC   TO   EMP-REC
           END-IF.
       CHECK-POSITION.
           MOVE  "N"           TO   WK-POS-CHANGE.
           MOVE  "F"           TO   WK-POS-FUNC.
           CALL  "POSVAL" USING WK-POS-FUNC, WK-CUR-POS, WK-CD,
                                WK-CUR-POS-DPT, WK-POS-OK,
                                WK-POS-REASON.
           IF WK-POS-NO NOT = SPACES
              IF EMP-STATUS = "T"
                 DISPLAY "Employee has left - position not assigned"
                 MOVE  "Y"       TO   WK-REJECT
              ELSE
                 MOVE  "C"       TO   WK-POS-FUNC
                 CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO, WK-CD,
                                      EMP-DPT-CD, WK-POS-OK,
                                      WK-POS-REASON
                 IF WK-POS-OK NOT = "Y"
                    DISPLAY WK-POS-REASON
                    MOVE  "Y"       TO   WK-REJECT
                 ELSE
                 IF WK-POS-NO NOT = WK-CUR-POS
                    MOVE  "Y"       TO   WK-POS-CHANGE
                 END-IF
                 END-IF
              END-IF
           ELSE
           IF WK-CUR-POS NOT = SPACES
              AND WK-CUR-POS-DPT NOT = EMP-DPT-CD
              DISPLAY "Position " WK-CUR-POS " belongs to dept "
                      WK-CUR-POS-DPT " - give a position in dept "
                      EMP-DPT-CD
              MOVE  "Y"       TO   WK-REJECT
           END-IF
           END-IF.
       CHECK-DEPT.
           MOVE  "N"           TO   WK-REJECT.
           OPEN  INPUT DEPT-FILE.
              MOVE  EMP-MGR-CD     TO   WK-OLD-MGR-CD
              MOVE  EMP-GRADE      TO   WK-OLD-GRADE
              MOVE  EMP-SALARY     TO   WK-OLD-SALARY
              MOVE  EMP-REC        TO   WK-ORIG-REC
              PERFORM UPDATE-FIELDS
              IF WK-REJECT = "N"
                 PERFORM CHECK-POSITION
              END-IF
              IF WK-REJECT = "N"
                 AND (EMP-SALARY NOT = WK-OLD-SALARY
                      OR EMP-GRADE NOT = WK-OLD-GRADE)
                 PERFORM CHECK-APPROVAL
              END-IF
              IF WK-REJECT = "Y"
                 DISPLAY "Update rejected - record left unchanged."
              ELSE
              IF EMP-REC = WK-ORIG-REC AND WK-POS-CHANGE = "N"
                 DISPLAY "No other changes - record left unchanged."
              ELSE
              IF EMP-REC = WK-ORIG-REC
                 PERFORM ASSIGN-POSITION
              ELSE
                 REWRITE EMP-REC
                 PERFORM ASSIGN-POSITION
                 PERFORM WRITE-AUDIT
                 IF EMP-DPT-CD NOT = WK-OLD-DPT-CD
                    PERFORM WRITE-DEPT-HIST
                    PERFORM WRITE-COMP-HIST
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           CLOSE EMP-FILE.
       ASSIGN-POSITION.
           IF WK-POS-CHANGE = "Y"
              MOVE  "A"           TO   WK-POS-FUNC
              CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO, WK-CD,
                                   EMP-DPT-CD, WK-POS-OK,
                                   WK-POS-REASON
              DISPLAY "Employee " WK-CD " assigned to position "
                      WK-POS-NO
           END-IF.
       CHECK-APPROVAL.
           MOVE  ZERO           TO   APR-SEQ.
           MOVE  EMP-CD         TO   APR-CD.
           MOVE  "EMPUPDATE"    TO   APR-SOURCE.
           MOVE  ZERO           TO   APR-PEND-SEQ.
           ACCEPT APR-EFF-DATE  FROM DATE YYYYMMDD.
           MOVE  WK-OLD-GRADE   TO   APR-OLD-GRADE.
           MOVE  EMP-GRADE      TO   APR-NEW-GRADE.
           MOVE  WK-OLD-SALARY  TO   APR-OLD-SALARY.
           MOVE  EMP-SALARY     TO   APR-NEW-SALARY.
           MOVE  SPACES         TO   APR-MAKER.
           CALL  "APRQUEUE" USING WK-APR-FUNC, APR-REC, WK-APR-HOLD.
           IF WK-APR-HOLD NOT = "N"
              MOVE  WK-OLD-GRADE   TO   EMP-GRADE
              MOVE  WK-OLD-SALARY  TO   EMP-SALARY
              IF WK-APR-HOLD = "Y"
                 DISPLAY "Grade/salary change awaits supervisor "
                         "approval in COMPAPRV"
              ELSE
                 DISPLAY "Grade/salary change not applied"
              END-IF
           END-IF.
       ACQUIRE-LOCK.
           MOVE  "A"           TO   WS-LOCK-FUNC.
           CALL  "EMPLOCKMGR" USING WS-LOCK-FUNC, WS-LOCK-PGM,

           COPY AUDITSEL.
           COPY HISTSEL.
           COPY COMPSEL.
           COPY CASSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY HISTREC.
       FD  COMP-HIST.
           COPY COMPREC.
       FD  CAS-FILE.
           COPY CASREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  HIST-STS           PIC  9(02).
       01  COMP-STS           PIC  9(02).
       01  CAS-STS            PIC  9(02).
       01  WK-CAS-EOF         PIC  X     VALUE "N".
       01  WS-LOCK-FUNC       PIC X(01).
       01  WS-LOCK-OK         PIC X(01).
       01  WS-LOCK-PGM        PIC X(10)  VALUE "EMPREHIRE".
       01  WK-OPR-ID          PIC X(08).
       01  WK-OPR-AUTH        PIC X(01).
       01  WK-OLD-SALARY      PIC 9(07)V99.
       01  WK-POS-NO          PIC X(06).
       01  WK-POS-FUNC        PIC X(01).
       01  WK-POS-OK          PIC X(01).
       01  WK-POS-REASON      PIC X(40).
       01  WK-APR-FUNC        PIC X(01)  VALUE "Q".
       01  WK-APR-HOLD        PIC X(01).
           COPY APRREC.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
                    END-IF
                 END-IF
              END-IF
              IF WK-REJECT = "N"
                 PERFORM ACCEPT-POSITION
              END-IF
           END-IF.
       ACCEPT-POSITION.
           DISPLAY "Position no.  (blank = none): " NO ADVANCING.
           ACCEPT  WK-POS-NO.
           MOVE FUNCTION UPPER-CASE(WK-POS-NO) TO WK-POS-NO.
           MOVE  "C"          TO   WK-POS-FUNC.
           CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO, WK-CD,
                                EMP-DPT-CD, WK-POS-OK, WK-POS-REASON.
           IF WK-POS-OK NOT = "Y"
              DISPLAY WK-POS-REASON
              MOVE  "Y"       TO   WK-REJECT
           END-IF.
       CHECK-DEPT.
           MOVE  "N"           TO   WK-REJECT.
                CALL  "OPRSES" USING WK-OPR-FUNC, WK-OPR-ID,
                                     WK-OPR-AUTH
                MOVE  WK-OPR-ID              TO   AUD-OPR
                MOVE  SPACES                 TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER
                 DISPLAY "Last dept : " EMP-DPT-CD
                 DISPLAY "Last grade: " EMP-GRADE
                 DISPLAY "Last pay  : " EMP-SALARY
                 PERFORM CHECK-DISMISSAL
                 MOVE  EMP-DPT-CD     TO   WK-OLD-DPT-CD
                 MOVE  EMP-STATUS     TO   WK-OLD-STATUS
                 MOVE  EMP-GRADE      TO   WK-OLD-GRADE
                 MOVE  EMP-SALARY     TO   WK-OLD-SALARY
                 PERFORM ACCEPT-REHIRE-FIELDS
                 IF WK-REJECT = "N"
                    IF EMP-GRADE NOT = WK-OLD-GRADE
                       OR EMP-SALARY NOT = WK-OLD-SALARY
                       PERFORM CHECK-APPROVAL
                    END-IF
                 END-IF
                 IF WK-REJECT = "Y"
                    DISPLAY "Rehire rejected - record left unchanged."
                 ELSE
                    MOVE  "A"         TO   EMP-STATUS
                    MOVE  ZERO        TO   EMP-TERM-DATE
                    REWRITE EMP-REC
                    IF WK-POS-NO NOT = SPACES
                       MOVE  "A"      TO   WK-POS-FUNC
                       CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO,
                                            WK-CD, EMP-DPT-CD,
                                            WK-POS-OK, WK-POS-REASON
                    END-IF
                    PERFORM WRITE-AUDIT
                    PERFORM WRITE-STATUS-HIST
                    IF EMP-DPT-CD NOT = WK-OLD-DPT-CD
              END-IF
           END-IF.
           CLOSE EMP-FILE.
       CHECK-APPROVAL.
           MOVE  ZERO           TO   APR-SEQ.
           MOVE  EMP-CD         TO   APR-CD.
           MOVE  "EMPREHIRE"    TO   APR-SOURCE.
           MOVE  ZERO           TO   APR-PEND-SEQ.
           MOVE  WK-REHIRE-DATE TO   APR-EFF-DATE.
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
                         "approval in COMPAPRV - employee rehired "
                         "on previous grade and salary"
              ELSE
                 DISPLAY "Grade/salary change not applied"
              END-IF
           END-IF.
       CHECK-DISMISSAL.
           OPEN  INPUT CAS-FILE.
           IF CAS-STS = ZERO
              MOVE  "N"        TO   WK-CAS-EOF
              MOVE  WK-CD      TO   CAS-CD
              MOVE  ZERO       TO   CAS-NO
              START CAS-FILE KEY IS NOT LESS THAN CAS-KEY
                INVALID KEY
                    MOVE "Y"   TO   WK-CAS-EOF
              END-START
              PERFORM UNTIL WK-CAS-EOF = "Y"
                READ CAS-FILE NEXT
                  AT END
                     MOVE "Y"  TO   WK-CAS-EOF
                  NOT AT END
                     IF CAS-CD NOT = WK-CD
                        MOVE "Y" TO WK-CAS-EOF
                     ELSE
                        IF CAS-STAGE = "C" AND CAS-OUTCOME = "D"
                           DISPLAY "*** WARNING: dismissed on "
                                   CAS-CLOSED " (case " CAS-NO
                                   ") ***"
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE CAS-FILE
           END-IF.
       ACQUIRE-LOCK.
           MOVE  "A"           TO   WS-LOCK-FUNC.
           CALL  "EMPLOCKMGR" USING WS-LOCK-FUNC, WS-LOCK-PGM,

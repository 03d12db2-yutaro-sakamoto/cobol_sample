       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APRSEL.
           COPY EMPSEL.
           COPY PENDSEL.
           COPY AUDITSEL.
           COPY COMPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  APR-FILE.
           COPY APRREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  EMP-PEND.
           COPY PENDREC.
       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  COMP-HIST.
           COPY COMPREC.
       WORKING-STORAGE SECTION.
       01  APR-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  PEND-STS           PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  COMP-STS           PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-TODAY           PIC  9(08).
       01  WS-APPLY-OK        PIC  X.
       01  WS-BAND-OK         PIC  X.
       01  WS-GRD-KEEP        PIC  X      VALUE "Y".
       01  WS-CHK-GRADE       PIC  X(02).
       01  WS-CHK-SALARY      PIC  9(07)V99.
       01  WS-SEEN-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-APPROVED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-REJECTED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WK-CMD             PIC  X(01).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-LOCK-FUNC       PIC X(01).
       01  WS-LOCK-OK         PIC X(01).
       01  WS-LOCK-PGM        PIC X(10)  VALUE "COMPAPRV".
       01  WS-LOCK-HOLDER     PIC X(10).
       01  WS-LOCK-SINCE      PIC X(21).
       01  WK-OLD-GRADE       PIC X(02).
       01  WK-OLD-SALARY      PIC 9(07)V99.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-SEEN-COUNT.
           MOVE  ZERO          TO   WS-APPROVED-COUNT.
           MOVE  ZERO          TO   WS-REJECTED-COUNT.
           DISPLAY "*** Compensation Change Approval ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "S"
              DISPLAY "Only a supervisor-authority operator may"
                      " approve compensation changes."
           ELSE
              PERFORM ACQUIRE-LOCK
              IF WS-LOCK-OK = "Y"
                 PERFORM PROCESS-APPROVALS
                 PERFORM RELEASE-LOCK
              END-IF
           END-IF.
       MAIN-900.
           GOBACK.
       PROCESS-APPROVALS.
           OPEN  I-O APR-FILE.
           EVALUATE APR-STS
             WHEN "00"
                PERFORM OPEN-OTHER-FILES
                IF WS-OPENS-OK = "Y"
                   PERFORM REVIEW-ALL-PENDING
                   PERFORM CLOSE-SAL-BAND
                   CLOSE EMP-FILE
                   CLOSE EMP-PEND
                   DISPLAY " "
                   DISPLAY "=== Reviewed " WS-SEEN-COUNT
                           " request(s), approved " WS-APPROVED-COUNT
                           ", rejected " WS-REJECTED-COUNT " ==="
                END-IF
                CLOSE APR-FILE
             WHEN "35"
                DISPLAY "EMPAPPRV not found - nothing awaiting"
                        " approval"
             WHEN OTHER
                DISPLAY "EMPAPPRV open failed, status " APR-STS
           END-EVALUATE.
       OPEN-OTHER-FILES.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  I-O    EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
           IF WS-OPENS-OK = "Y"
              OPEN  I-O EMP-PEND
              IF PEND-STS = 35
                 OPEN  OUTPUT EMP-PEND
                 CLOSE EMP-PEND
                 OPEN  I-O EMP-PEND
              END-IF
              IF PEND-STS NOT = ZERO
                 DISPLAY "EMPPEND open failed, status " PEND-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE EMP-FILE
              END-IF
           END-IF.
       REVIEW-ALL-PENDING.
           MOVE  ZERO          TO   APR-SEQ.
           START APR-FILE KEY IS >= APR-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ APR-FILE NEXT
             EVALUATE APR-STS
               WHEN "00"
                  IF APR-STATUS = "P"
                     ADD  1 TO WS-SEEN-COUNT
                     PERFORM REVIEW-ONE-REQUEST
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading EMPAPPRV, status "
                          APR-STS " - contact support"
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       REVIEW-ONE-REQUEST.
           DISPLAY " ".
           DISPLAY "Request " APR-SEQ "  Employee " APR-CD
                   "  from " APR-SOURCE "  effective " APR-EFF-DATE.
           DISPLAY "  Grade  : " APR-OLD-GRADE " -> " APR-NEW-GRADE.
           DISPLAY "  Salary : " APR-OLD-SALARY " -> " APR-NEW-SALARY.
           DISPLAY "  Raised by " APR-MAKER " on " APR-MAKER-TS(1:8)
                   " " APR-MAKER-TS(9:4).
           IF APR-MAKER = WS-OPR-ID
              DISPLAY "  Raised by you - another supervisor must"
                      " decide this request."
           ELSE
              DISPLAY "[A]pprove  [R]eject  [S]kip  [Q]uit: "
                      NO ADVANCING
              ACCEPT  WK-CMD
              MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
              EVALUATE WK-CMD
                WHEN "A"
                   PERFORM APPROVE-REQUEST
                WHEN "R"
                   PERFORM REJECT-REQUEST
                WHEN "Q"
                   MOVE "Y" TO WS-EOF
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
       APPROVE-REQUEST.
           MOVE  "Y"           TO   WS-APPLY-OK.
           IF APR-PEND-SEQ = ZERO
              PERFORM APPLY-DIRECT-CHANGE
           ELSE
              PERFORM RELEASE-PEND-CHANGE
           END-IF.
           IF WS-APPLY-OK = "Y"
              MOVE  "A"          TO   APR-STATUS
              MOVE  WS-OPR-ID    TO   APR-CHECKER
              MOVE  WS-TODAY     TO   APR-DECIDED
              REWRITE APR-REC
              ADD   1            TO   WS-APPROVED-COUNT
              DISPLAY "Request " APR-SEQ " approved."
           END-IF.
       REJECT-REQUEST.
           IF APR-PEND-SEQ NOT = ZERO
              MOVE  APR-PEND-SEQ TO   PEND-SEQ
              READ  EMP-PEND KEY IS PEND-SEQ
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PEND-STATUS = "H"
                       MOVE  "R"       TO   PEND-STATUS
                       MOVE  WS-TODAY  TO   PEND-APPLIED
                       MOVE  WS-OPR-ID TO   PEND-APPROVER
                       REWRITE PEND-REC
                    END-IF
              END-READ
           END-IF.
           MOVE  "R"           TO   APR-STATUS.
           MOVE  WS-OPR-ID     TO   APR-CHECKER.
           MOVE  WS-TODAY      TO   APR-DECIDED.
           REWRITE APR-REC.
           ADD   1             TO   WS-REJECTED-COUNT.
           DISPLAY "Request " APR-SEQ " rejected.".
       APPLY-DIRECT-CHANGE.
           MOVE  APR-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 DISPLAY "Employee " APR-CD " no longer on file"
                         " - reject this request"
                 MOVE "N"      TO   WS-APPLY-OK
           END-READ.
           IF WS-APPLY-OK = "Y"
              IF EMP-STATUS = "T"
                 DISPLAY "Employee " APR-CD " has left - change not"
                         " applied, reject this request"
                 MOVE "N"      TO   WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
              IF EMP-GRADE NOT = APR-OLD-GRADE
                 OR EMP-SALARY NOT = APR-OLD-SALARY
                 DISPLAY "Grade/salary changed since the request was"
                         " raised - reject and re-key"
                 MOVE "N"      TO   WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
              MOVE  APR-NEW-GRADE   TO   WS-CHK-GRADE
              MOVE  APR-NEW-SALARY  TO   WS-CHK-SALARY
              MOVE  "Y"             TO   WS-BAND-OK
              MOVE  "Y"             TO   WS-GRD-KEEP
              CALL  "GRDVAL" USING WS-CHK-GRADE, WS-CHK-SALARY,
                                   WS-BAND-OK, WS-GRD-KEEP
              IF WS-BAND-OK NOT = "Y"
                 DISPLAY "Salary " WS-CHK-SALARY
                         " now outside band for grade " WS-CHK-GRADE
                         " - reject and re-key"
                 MOVE "N"      TO   WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
              MOVE  EMP-GRADE       TO   WK-OLD-GRADE
              MOVE  EMP-SALARY      TO   WK-OLD-SALARY
              MOVE  APR-NEW-GRADE   TO   EMP-GRADE
              MOVE  APR-NEW-SALARY  TO   EMP-SALARY
              REWRITE EMP-REC
              PERFORM WRITE-AUDIT
              PERFORM WRITE-COMP-HIST
           END-IF.
       RELEASE-PEND-CHANGE.
           MOVE  APR-PEND-SEQ  TO   PEND-SEQ.
           READ  EMP-PEND KEY IS PEND-SEQ
             INVALID KEY
                 DISPLAY "Pending change " APR-PEND-SEQ
                         " not found - reject this request"
                 MOVE "N"      TO   WS-APPLY-OK
           END-READ.
           IF WS-APPLY-OK = "Y"
              IF PEND-STATUS NOT = "H"
                 DISPLAY "Pending change " APR-PEND-SEQ
                         " is no longer held - reject this request"
                 MOVE "N"      TO   WS-APPLY-OK
              ELSE
                 MOVE  "P"        TO   PEND-STATUS
                 MOVE  WS-OPR-ID  TO   PEND-APPROVER
                 REWRITE PEND-REC
                 DISPLAY "Pending change " PEND-SEQ " released -"
                         " EMPRELEASE applies it from " PEND-EFF-DATE
              END-IF
           END-IF.
       WRITE-AUDIT.
           OPEN  EXTEND EMP-AUDIT.
           EVALUATE AUD-STS
             WHEN "00"
                MOVE  FUNCTION CURRENT-DATE  TO   AUD-TS
                MOVE  EMP-CD                 TO   AUD-CD
                MOVE  "CHG"                  TO   AUD-ACTION
                MOVE  EMP-NAME               TO   AUD-OLD-NAME
                MOVE  EMP-NAME               TO   AUD-NEW-NAME
                MOVE  EMP-DPT-CD             TO   AUD-OLD-DPT
                MOVE  EMP-DPT-CD             TO   AUD-NEW-DPT
                MOVE  EMP-ENT-DATE           TO   AUD-OLD-DATE
                MOVE  EMP-ENT-DATE           TO   AUD-NEW-DATE
                MOVE  EMP-STATUS             TO   AUD-OLD-STATUS
                MOVE  EMP-STATUS             TO   AUD-NEW-STATUS
                MOVE  EMP-MGR-CD             TO   AUD-OLD-MGR
                MOVE  EMP-MGR-CD             TO   AUD-NEW-MGR
                MOVE  WK-OLD-GRADE           TO   AUD-OLD-GRADE
                MOVE  EMP-GRADE              TO   AUD-NEW-GRADE
                MOVE  WK-OLD-SALARY          TO   AUD-OLD-SALARY
                MOVE  EMP-SALARY             TO   AUD-NEW-SALARY
                MOVE  APR-MAKER              TO   AUD-OPR
                MOVE  WS-OPR-ID              TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER
                DISPLAY "EMP-AUDIT open failed, status " AUD-STS
                        " - audit entry lost, contact support"
           END-EVALUATE.
       WRITE-COMP-HIST.
           OPEN  EXTEND COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                MOVE  EMP-CD           TO   COMP-CD
                MOVE  WS-TODAY         TO   COMP-EFF-DATE
                MOVE  WK-OLD-GRADE     TO   COMP-OLD-GRADE
                MOVE  EMP-GRADE        TO   COMP-NEW-GRADE
                MOVE  WK-OLD-SALARY    TO   COMP-OLD-SALARY
                MOVE  EMP-SALARY       TO   COMP-NEW-SALARY
                MOVE  APR-SOURCE       TO   COMP-SOURCE
                WRITE  COMP-REC
                CLOSE COMP-HIST
             WHEN OTHER
                DISPLAY "COMP-HIST open failed, status " COMP-STS
                        " - history entry lost, contact support"
           END-EVALUATE.
       CLOSE-SAL-BAND.
           MOVE  "C"           TO   WS-GRD-KEEP.
           CALL  "GRDVAL" USING WS-CHK-GRADE, WS-CHK-SALARY,
                                WS-BAND-OK, WS-GRD-KEEP.
       ACQUIRE-LOCK.
           MOVE  "A"           TO   WS-LOCK-FUNC.
           CALL  "EMPLOCKMGR" USING WS-LOCK-FUNC, WS-LOCK-PGM,
                                    WS-LOCK-OK, WS-LOCK-HOLDER,
                                    WS-LOCK-SINCE.
           IF WS-LOCK-OK NOT = "Y"
              DISPLAY "EMP-FILE is in use by " WS-LOCK-HOLDER
                      " since " WS-LOCK-SINCE(9:2) ":"
                      WS-LOCK-SINCE(11:2)
                      " - try later or clear a stale lock with"
                      " EMPLOCKCLR"
           END-IF.
       RELEASE-LOCK.
           MOVE  "R"           TO   WS-LOCK-FUNC.
           CALL  "EMPLOCKMGR" USING WS-LOCK-FUNC, WS-LOCK-PGM,
                                    WS-LOCK-OK, WS-LOCK-HOLDER,
                                    WS-LOCK-SINCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REQSEL.
           COPY APLSEL.
           COPY DEPTSEL.
           COPY EMPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
           COPY REQREC.
       FD  APL-FILE.
           COPY APLREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  EMP-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01  REQ-STS            PIC  9(02).
       01  APL-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-REQ-NO          PIC  9(06).
       01  WK-DPT-CD          PIC  X(02).
       01  WK-GRADE           PIC  X(02).
       01  WK-POS-NO          PIC  X(06).
       01  WK-TITLE           PIC  X(20).
       01  WK-MGR-CD          PIC  X(04).
       01  WK-SALARY          PIC  9(07)V99.
       01  WK-TARGET-DATE     PIC  9(08).
       01  WK-BAND-OK         PIC  X(01).
       01  WK-GRD-KEEP        PIC  X(01).
       01  WK-LIST-STATUS     PIC  X(01).
       01  WS-TODAY           PIC  9(08).
       01  WS-NEXT-SEQ        PIC  9(06)  VALUE ZERO.
       01  WS-SEQ-EOF         PIC  X      VALUE "N".
       01  WS-LIST-EOF        PIC  X      VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-APL-EOF         PIC  X      VALUE "N".
       01  WS-APL-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-POS-FUNC        PIC  X(01).
       01  WS-POS-EMP         PIC  X(04).
       01  WS-POS-OK          PIC  X(01).
       01  WS-POS-REASON      PIC  X(40).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Recruitment Requisitions ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS NOT = ZERO
              DISPLAY "DEPTMAST open failed, status " DEPT-STS
                      " - run DEPTLOAD first"
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  INPUT EMP-FILE
              IF EMP-STS NOT = ZERO
                 DISPLAY "EMP-FILE open failed, status " EMP-STS
                         " - run EMPWRITE first"
                 MOVE "Y" TO WK-DONE
                 CLOSE DEPT-FILE
              END-IF
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O REQ-FILE
              IF REQ-STS = 35
                 OPEN  OUTPUT REQ-FILE
                 CLOSE REQ-FILE
                 OPEN  I-O REQ-FILE
              END-IF
              OPEN  I-O APL-FILE
              IF APL-STS = 35
                 OPEN  OUTPUT APL-FILE
                 CLOSE APL-FILE
                 OPEN  I-O APL-FILE
              END-IF
              IF REQ-STS = ZERO AND APL-STS = ZERO
                 PERFORM UNTIL WK-DONE = "Y"
                    DISPLAY " "
                    DISPLAY "[N]ew  [A]pprove  [C]ancel  [L]ist"
                            "  [Q]uit: " NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    EVALUATE WK-CMD
                      WHEN "N"
                         PERFORM NEW-REQUISITION
                      WHEN "A"
                         PERFORM APPROVE-REQUISITION
                      WHEN "C"
                         PERFORM CANCEL-REQUISITION
                      WHEN "L"
                         PERFORM LIST-REQUISITIONS
                      WHEN "Q"
                         MOVE "Y" TO WK-DONE
                      WHEN OTHER
                         DISPLAY "Invalid command - use N, A, C, L,"
                                 " or Q."
                    END-EVALUATE
                 END-PERFORM
              ELSE
                 DISPLAY "REQFILE/APPLICANT open failed, status "
                         REQ-STS "/" APL-STS
              END-IF
              CLOSE REQ-FILE
              CLOSE APL-FILE
              CLOSE EMP-FILE
              CLOSE DEPT-FILE
              MOVE  "C"          TO   WK-GRD-KEEP
              CALL  "GRDVAL" USING WK-GRADE, WK-SALARY,
                                   WK-BAND-OK, WK-GRD-KEEP
           END-IF.
       MAIN-900.
           GOBACK.
       NEW-REQUISITION.
           DISPLAY "Department            : " NO ADVANCING.
           ACCEPT  WK-DPT-CD.
           MOVE FUNCTION UPPER-CASE(WK-DPT-CD) TO WK-DPT-CD.
           DISPLAY "Position (blank=none) : " NO ADVANCING.
           ACCEPT  WK-POS-NO.
           MOVE FUNCTION UPPER-CASE(WK-POS-NO) TO WK-POS-NO.
           DISPLAY "Job title             : " NO ADVANCING.
           ACCEPT  WK-TITLE.
           DISPLAY "Grade                 : " NO ADVANCING.
           ACCEPT  WK-GRADE.
           MOVE FUNCTION UPPER-CASE(WK-GRADE) TO WK-GRADE.
           DISPLAY "Budgeted salary       : " NO ADVANCING.
           ACCEPT  WK-SALARY.
           DISPLAY "Hiring manager        : " NO ADVANCING.
           ACCEPT  WK-MGR-CD.
           MOVE FUNCTION UPPER-CASE(WK-MGR-CD) TO WK-MGR-CD.
           DISPLAY "Target start YYYYMMDD : " NO ADVANCING.
           ACCEPT  WK-TARGET-DATE.
           MOVE  "Y"          TO   WK-OK.
           IF WK-TITLE = SPACES OR WK-GRADE = SPACES
              DISPLAY "Title and grade are required - nothing saved."
              MOVE  "N"       TO   WK-OK
           END-IF.
           IF WK-OK = "Y"
              PERFORM CHECK-DEPT
           END-IF.
           IF WK-OK = "Y"
              PERFORM CHECK-REQ-POSITION
           END-IF.
           IF WK-OK = "Y"
              PERFORM CHECK-MANAGER
           END-IF.
           IF WK-OK = "Y"
              MOVE  "Y"          TO   WK-GRD-KEEP
              CALL  "GRDVAL" USING WK-GRADE, WK-SALARY,
                                   WK-BAND-OK, WK-GRD-KEEP
              IF WK-SALARY = ZERO OR WK-BAND-OK NOT = "Y"
                 DISPLAY "Salary missing or outside the band for"
                         " grade " WK-GRADE " - nothing saved."
                 MOVE  "N"       TO   WK-OK
              END-IF
           END-IF.
           IF WK-OK = "Y"
              IF FUNCTION TEST-DATE-YYYYMMDD(WK-TARGET-DATE) NOT = 0
                 OR WK-TARGET-DATE < WS-TODAY
                 DISPLAY "Target start date must be a valid date"
                         " not in the past - nothing saved."
                 MOVE  "N"       TO   WK-OK
              END-IF
           END-IF.
           IF WK-OK = "Y"
              PERFORM FIND-NEXT-SEQ
              INITIALIZE REQ-REC
              MOVE  WS-NEXT-SEQ     TO   REQ-NO
              MOVE  WK-DPT-CD       TO   REQ-DPT-CD
              MOVE  WK-GRADE        TO   REQ-GRADE
              MOVE  WK-POS-NO       TO   REQ-POS-NO
              MOVE  WK-TITLE        TO   REQ-TITLE
              MOVE  WK-MGR-CD       TO   REQ-MGR-CD
              MOVE  WK-SALARY       TO   REQ-SALARY
              MOVE  WK-TARGET-DATE  TO   REQ-TARGET-DATE
              MOVE  WS-TODAY        TO   REQ-OPEN-DATE
              MOVE  WS-OPR-ID       TO   REQ-RAISED-BY
              MOVE  "P"             TO   REQ-STATUS
              WRITE REQ-REC
                INVALID KEY
                   DISPLAY "Write failed for requisition "
                           WS-NEXT-SEQ ", status " REQ-STS
                NOT INVALID KEY
                   DISPLAY "Requisition " WS-NEXT-SEQ
                           " raised - awaiting approval."
              END-WRITE
           END-IF.
       CHECK-DEPT.
           MOVE  "Y"          TO   WK-OK.
           MOVE  WK-DPT-CD    TO   DEPT-CD.
           READ  DEPT-FILE KEY IS   DEPT-CD
             INVALID KEY
                 DISPLAY "Unknown department code " WK-DPT-CD
                 MOVE "N"     TO   WK-OK
             NOT INVALID KEY
                 IF DEPT-STATUS = "I"
                    DISPLAY "Department " WK-DPT-CD " is inactive"
                    MOVE "N"  TO   WK-OK
                 END-IF
           END-READ.
       CHECK-REQ-POSITION.
           MOVE  "Y"          TO   WK-OK.
           IF WK-POS-NO NOT = SPACES
              MOVE  "C"          TO   WS-POS-FUNC
              MOVE  SPACES       TO   WS-POS-EMP
              CALL  "POSVAL" USING WS-POS-FUNC, WK-POS-NO,
                                   WS-POS-EMP, WK-DPT-CD,
                                   WS-POS-OK, WS-POS-REASON
              IF WS-POS-OK NOT = "Y"
                 DISPLAY WS-POS-REASON
                 MOVE  "N"       TO   WK-OK
              ELSE
                 MOVE  "N"          TO   WS-LIST-EOF
                 MOVE  ZERO         TO   REQ-NO
                 START REQ-FILE KEY IS >= REQ-NO
                   INVALID KEY
                       MOVE "Y"     TO   WS-LIST-EOF
                 END-START
                 PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ REQ-FILE NEXT
                   EVALUATE REQ-STS
                     WHEN "00"
                        IF REQ-POS-NO = WK-POS-NO
                           AND (REQ-STATUS = "P" OR REQ-STATUS = "O")
                           DISPLAY "Requisition " REQ-NO
                                   " is already open for position "
                                   WK-POS-NO
                           MOVE "N" TO WK-OK
                           MOVE "Y" TO WS-LIST-EOF
                        END-IF
                     WHEN OTHER
                        MOVE "Y" TO WS-LIST-EOF
                   END-EVALUATE
                 END-PERFORM
              END-IF
           END-IF.
       CHECK-MANAGER.
           MOVE  "Y"          TO   WK-OK.
           IF WK-MGR-CD NOT = SPACES
              MOVE  WK-MGR-CD    TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    DISPLAY "Hiring manager " WK-MGR-CD
                            " not on file"
                    MOVE "N"     TO   WK-OK
                NOT INVALID KEY
                    IF EMP-STATUS = "T"
                       DISPLAY "Hiring manager " WK-MGR-CD
                               " is terminated"
                       MOVE "N"  TO   WK-OK
                    END-IF
              END-READ
           END-IF.
       FIND-NEXT-SEQ.
           MOVE  ZERO          TO   WS-NEXT-SEQ.
           MOVE  "N"           TO   WS-SEQ-EOF.
           MOVE  ZERO          TO   REQ-NO.
           START REQ-FILE KEY IS >= REQ-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-SEQ-EOF
           END-START.
           PERFORM UNTIL WS-SEQ-EOF = "Y"
             READ REQ-FILE NEXT
             EVALUATE REQ-STS
               WHEN "00"
                  MOVE  REQ-NO  TO   WS-NEXT-SEQ
               WHEN OTHER
                  MOVE "Y" TO WS-SEQ-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-SEQ.
       READ-REQUISITION.
           MOVE  "Y"          TO   WK-FOUND.
           DISPLAY "Requisition number: " NO ADVANCING.
           ACCEPT  WK-REQ-NO.
           MOVE  WK-REQ-NO    TO   REQ-NO.
           READ  REQ-FILE KEY IS   REQ-NO
             INVALID KEY
                 DISPLAY "Requisition not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
       APPROVE-REQUISITION.
           IF WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - supervisor approval only."
           ELSE
              PERFORM READ-REQUISITION
              IF WK-FOUND = "Y"
                 PERFORM SHOW-ONE-REQUISITION
                 IF REQ-STATUS NOT = "P"
                    DISPLAY "Requisition is not awaiting approval."
                 ELSE
                 IF REQ-RAISED-BY = WS-OPR-ID
                    DISPLAY "Raised by you - another supervisor must"
                            " approve it."
                 ELSE
                    DISPLAY "Approve and open for applicants (Y/N): "
                            NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    IF WK-CMD = "Y"
                       MOVE  "O"          TO   REQ-STATUS
                       MOVE  WS-OPR-ID    TO   REQ-APPROVER
                       MOVE  WS-TODAY     TO   REQ-APPROVED-DATE
                       REWRITE REQ-REC
                       DISPLAY "Requisition " REQ-NO " approved and"
                               " open."
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       CANCEL-REQUISITION.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              PERFORM READ-REQUISITION
              IF WK-FOUND = "Y"
                 PERFORM SHOW-ONE-REQUISITION
                 IF REQ-STATUS NOT = "P" AND REQ-STATUS NOT = "O"
                    DISPLAY "Requisition is already closed."
                 ELSE
                    DISPLAY "Cancel requisition and decline its"
                            " applicants (Y/N): " NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    IF WK-CMD = "Y"
                       MOVE  "C"          TO   REQ-STATUS
                       MOVE  WS-TODAY     TO   REQ-CLOSED-DATE
                       REWRITE REQ-REC
                       PERFORM DECLINE-APPLICANTS
                       DISPLAY "Requisition " REQ-NO " cancelled, "
                               WS-APL-COUNT " applicant(s) declined."
                    END-IF
                 END-IF
              END-IF
           END-IF.
       DECLINE-APPLICANTS.
           MOVE  ZERO          TO   WS-APL-COUNT.
           MOVE  "N"           TO   WS-APL-EOF.
           MOVE  REQ-NO        TO   APL-REQ-NO.
           START APL-FILE KEY IS = APL-REQ-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-APL-EOF
           END-START.
           PERFORM UNTIL WS-APL-EOF = "Y"
             READ APL-FILE NEXT
             EVALUATE APL-STS
               WHEN "00"
               WHEN "02"
                  IF APL-REQ-NO NOT = REQ-NO
                     MOVE "Y" TO WS-APL-EOF
                  ELSE
                     IF APL-STAGE = "A" OR APL-STAGE = "S"
                        OR APL-STAGE = "I" OR APL-STAGE = "O"
                        MOVE  "D"        TO   APL-STAGE
                        MOVE  WS-TODAY   TO   APL-STAGE-DATE
                        MOVE  WS-OPR-ID  TO   APL-OPR
                        REWRITE APL-REC
                        ADD   1          TO   WS-APL-COUNT
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-APL-EOF
             END-EVALUATE
           END-PERFORM.
       SHOW-ONE-REQUISITION.
           DISPLAY REQ-NO " " REQ-STATUS " " REQ-DPT-CD " "
                   REQ-GRADE " " REQ-TITLE " pos " REQ-POS-NO
                   " mgr " REQ-MGR-CD.
           DISPLAY "       salary " REQ-SALARY " target "
                   REQ-TARGET-DATE " raised " REQ-OPEN-DATE " by "
                   REQ-RAISED-BY " approved " REQ-APPROVER.
       LIST-REQUISITIONS.
           DISPLAY "Status P/O/F/C (blank = all): " NO ADVANCING.
           ACCEPT  WK-LIST-STATUS.
           MOVE FUNCTION UPPER-CASE(WK-LIST-STATUS) TO WK-LIST-STATUS.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  ZERO          TO   REQ-NO.
           START REQ-FILE KEY IS >= REQ-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ REQ-FILE NEXT
             EVALUATE REQ-STS
               WHEN "00"
                  IF WK-LIST-STATUS = SPACES
                     OR WK-LIST-STATUS = REQ-STATUS
                     PERFORM SHOW-ONE-REQUISITION
                     ADD  1 TO WS-LIST-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " requisition(s) listed.".

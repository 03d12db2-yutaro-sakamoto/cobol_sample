       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APLSEL.
           COPY REQSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  APL-FILE.
           COPY APLREC.
       FD  REQ-FILE.
           COPY REQREC.
       WORKING-STORAGE SECTION.
       01  APL-STS            PIC  9(02).
       01  REQ-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-NEW-STAGE       PIC  X(01).
       01  WK-REQ-NO          PIC  9(06).
       01  WK-APL-SEQ         PIC  9(06).
       01  WK-NAME            PIC  X(20).
       01  WK-BIRTH-DATE      PIC  9(08).
       01  WK-DATE-OK         PIC  X(01).
       01  WK-SALARY          PIC  9(07)V99.
       01  WK-START-DATE      PIC  9(08).
       01  WK-GRADE           PIC  X(02)  VALUE SPACES.
       01  WK-BAND-OK         PIC  X(01).
       01  WK-GRD-KEEP        PIC  X(01).
       01  WK-SAVE-APL        PIC  X(82).
       01  WS-TODAY           PIC  9(08).
       01  WS-NEXT-SEQ        PIC  9(06)  VALUE ZERO.
       01  WS-SEQ-EOF         PIC  X      VALUE "N".
       01  WS-LIST-EOF        PIC  X      VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Applicant Tracking ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           OPEN  I-O REQ-FILE.
           EVALUATE REQ-STS
             WHEN "00"
                OPEN  I-O APL-FILE
                IF APL-STS = 35
                   OPEN  OUTPUT APL-FILE
                   CLOSE APL-FILE
                   OPEN  I-O APL-FILE
                END-IF
                EVALUATE APL-STS
                  WHEN "00"
                     PERFORM UNTIL WK-DONE = "Y"
                        DISPLAY " "
                        DISPLAY "[N]ew applicant  [S]tage  [L]ist"
                                "  [Q]uit: " NO ADVANCING
                        ACCEPT  WK-CMD
                        MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                        EVALUATE WK-CMD
                          WHEN "N"
                             PERFORM NEW-APPLICANT
                          WHEN "S"
                             PERFORM CHANGE-STAGE
                          WHEN "L"
                             PERFORM LIST-APPLICANTS
                          WHEN "Q"
                             MOVE "Y" TO WK-DONE
                          WHEN OTHER
                             DISPLAY "Invalid command - use N, S, L,"
                                     " or Q."
                        END-EVALUATE
                     END-PERFORM
                     CLOSE APL-FILE
                  WHEN OTHER
                     DISPLAY "APPLICANT open failed, status " APL-STS
                END-EVALUATE
                CLOSE REQ-FILE
                MOVE  "C"          TO   WK-GRD-KEEP
                CALL  "GRDVAL" USING WK-GRADE, WK-SALARY,
                                     WK-BAND-OK, WK-GRD-KEEP
             WHEN "35"
                DISPLAY "REQFILE not found - raise a requisition"
                        " with REQMAINT first"
             WHEN OTHER
                DISPLAY "REQFILE open failed, status " REQ-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       READ-REQUISITION.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-REQ-NO    TO   REQ-NO.
           READ  REQ-FILE KEY IS   REQ-NO
             INVALID KEY
                 DISPLAY "Requisition " WK-REQ-NO " not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
       NEW-APPLICANT.
           DISPLAY "Requisition number    : " NO ADVANCING.
           ACCEPT  WK-REQ-NO.
           PERFORM READ-REQUISITION.
           IF WK-FOUND = "Y"
              IF REQ-STATUS NOT = "O"
                 DISPLAY "Requisition " REQ-NO " is not open for"
                         " applicants."
              ELSE
                 DISPLAY REQ-TITLE " " REQ-DPT-CD " grade "
                         REQ-GRADE
                 DISPLAY "Applicant name        : " NO ADVANCING
                 ACCEPT  WK-NAME
                 DISPLAY "Birth date (0=unknown): " NO ADVANCING
                 ACCEPT  WK-BIRTH-DATE
                 MOVE  "Y"          TO   WK-DATE-OK
                 IF WK-BIRTH-DATE NOT = ZERO
                    CALL  "EMPDTVAL" USING WK-BIRTH-DATE, WK-DATE-OK
                 END-IF
                 IF WK-NAME = SPACES
                    DISPLAY "Applicant name is required - nothing"
                            " saved."
                 ELSE
                 IF WK-DATE-OK NOT = "Y"
                    DISPLAY "Invalid birth date - nothing saved."
                 ELSE
                    PERFORM FIND-NEXT-SEQ
                    INITIALIZE APL-REC
                    MOVE  WS-NEXT-SEQ     TO   APL-SEQ
                    MOVE  REQ-NO          TO   APL-REQ-NO
                    MOVE  WK-NAME         TO   APL-NAME
                    MOVE  WK-BIRTH-DATE   TO   APL-BIRTH-DATE
                    MOVE  "A"             TO   APL-STAGE
                    MOVE  WS-TODAY        TO   APL-APPLIED-DATE
                    MOVE  WS-TODAY        TO   APL-STAGE-DATE
                    MOVE  WS-OPR-ID       TO   APL-OPR
                    WRITE APL-REC
                      INVALID KEY
                         DISPLAY "Write failed for applicant "
                                 WS-NEXT-SEQ ", status " APL-STS
                      NOT INVALID KEY
                         DISPLAY "Applicant " WS-NEXT-SEQ
                                 " recorded against requisition "
                                 REQ-NO
                    END-WRITE
                 END-IF
                 END-IF
              END-IF
           END-IF.
       FIND-NEXT-SEQ.
           MOVE  ZERO          TO   WS-NEXT-SEQ.
           MOVE  "N"           TO   WS-SEQ-EOF.
           MOVE  ZERO          TO   APL-SEQ.
           START APL-FILE KEY IS >= APL-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-SEQ-EOF
           END-START.
           PERFORM UNTIL WS-SEQ-EOF = "Y"
             READ APL-FILE NEXT
             EVALUATE APL-STS
               WHEN "00"
               WHEN "02"
                  MOVE  APL-SEQ  TO   WS-NEXT-SEQ
               WHEN OTHER
                  MOVE "Y" TO WS-SEQ-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-SEQ.
       CHANGE-STAGE.
           DISPLAY "Applicant number: " NO ADVANCING.
           ACCEPT  WK-APL-SEQ.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-APL-SEQ   TO   APL-SEQ.
           READ  APL-FILE KEY IS   APL-SEQ
             INVALID KEY
                 DISPLAY "Applicant not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "Y"
              PERFORM SHOW-ONE-APPLICANT
              MOVE  APL-REQ-NO   TO   WK-REQ-NO
              PERFORM READ-REQUISITION
           END-IF.
           IF WK-FOUND = "Y"
              IF APL-STAGE NOT = "A" AND APL-STAGE NOT = "S"
                 AND APL-STAGE NOT = "I" AND APL-STAGE NOT = "O"
                 DISPLAY "Applicant is no longer active - stage"
                         " cannot be changed."
              ELSE
              IF REQ-STATUS NOT = "O"
                 DISPLAY "Requisition " REQ-NO " is no longer open."
              ELSE
                 DISPLAY "New stage S=screened I=interviewed"
                         " O=offered K=accepted"
                 DISPLAY "          D=declined/rejected"
                         " W=withdrawn: " NO ADVANCING
                 ACCEPT  WK-NEW-STAGE
                 MOVE FUNCTION UPPER-CASE(WK-NEW-STAGE)
                                         TO WK-NEW-STAGE
                 PERFORM APPLY-STAGE
              END-IF
              END-IF
           END-IF.
       APPLY-STAGE.
           MOVE  "Y"          TO   WK-OK.
           EVALUATE WK-NEW-STAGE
             WHEN "S"
                IF APL-STAGE NOT = "A"
                   MOVE "N" TO WK-OK
                END-IF
             WHEN "I"
                IF APL-STAGE NOT = "A" AND APL-STAGE NOT = "S"
                   MOVE "N" TO WK-OK
                END-IF
             WHEN "O"
                IF APL-STAGE NOT = "I"
                   MOVE "N" TO WK-OK
                ELSE
                   PERFORM ACCEPT-OFFER-TERMS
                END-IF
             WHEN "K"
                IF APL-STAGE NOT = "O"
                   MOVE "N" TO WK-OK
                END-IF
             WHEN "D"
             WHEN "W"
                CONTINUE
             WHEN OTHER
                DISPLAY "Invalid stage - nothing changed."
                MOVE "X" TO WK-OK
           END-EVALUATE.
           IF WK-OK = "N"
              DISPLAY "Stage " WK-NEW-STAGE " cannot follow stage "
                      APL-STAGE " - nothing changed."
           END-IF.
           IF WK-OK = "Y"
              MOVE  WK-NEW-STAGE    TO   APL-STAGE
              MOVE  WS-TODAY        TO   APL-STAGE-DATE
              MOVE  WS-OPR-ID       TO   APL-OPR
              REWRITE APL-REC
              DISPLAY "Applicant " APL-SEQ " now at stage "
                      APL-STAGE
              IF APL-STAGE = "K"
                 PERFORM FILL-REQUISITION
              END-IF
           END-IF.
       ACCEPT-OFFER-TERMS.
           DISPLAY "Offered salary        : " NO ADVANCING.
           ACCEPT  WK-SALARY.
           DISPLAY "Start date YYYYMMDD   : " NO ADVANCING.
           ACCEPT  WK-START-DATE.
           IF WK-SALARY = ZERO
              MOVE  REQ-SALARY     TO   WK-SALARY
           END-IF.
           MOVE  "Y"          TO   WK-GRD-KEEP.
           MOVE  REQ-GRADE    TO   WK-GRADE.
           CALL  "GRDVAL" USING WK-GRADE, WK-SALARY,
                                WK-BAND-OK, WK-GRD-KEEP.
           IF WK-BAND-OK NOT = "Y"
              DISPLAY "Offered salary is outside the band for grade "
                      REQ-GRADE
              MOVE  "X"       TO   WK-OK
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WK-START-DATE) NOT = 0
              OR WK-START-DATE < WS-TODAY
              DISPLAY "Start date must be a valid date not in the"
                      " past."
              MOVE  "X"       TO   WK-OK
           ELSE
              MOVE  WK-SALARY      TO   APL-OFFER-SALARY
              MOVE  WK-START-DATE  TO   APL-START-DATE
           END-IF
           END-IF.
       FILL-REQUISITION.
           MOVE  "F"          TO   REQ-STATUS.
           MOVE  WS-TODAY     TO   REQ-CLOSED-DATE.
           MOVE  APL-SEQ      TO   REQ-APL-SEQ.
           REWRITE REQ-REC.
           DISPLAY "Requisition " REQ-NO " filled - the hire will"
                   " be passed to EMPTRANS by REQHIRE on "
                   APL-START-DATE.
           MOVE  APL-REC      TO   WK-SAVE-APL.
           MOVE  "N"          TO   WS-LIST-EOF.
           MOVE  ZERO         TO   WS-LIST-COUNT.
           START APL-FILE KEY IS = APL-REQ-NO
             INVALID KEY
                 MOVE "Y"     TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ APL-FILE NEXT
             EVALUATE APL-STS
               WHEN "00"
               WHEN "02"
                  IF APL-REQ-NO NOT = REQ-NO
                     MOVE "Y" TO WS-LIST-EOF
                  ELSE
                     IF APL-STAGE = "A" OR APL-STAGE = "S"
                        OR APL-STAGE = "I" OR APL-STAGE = "O"
                        MOVE  "D"        TO   APL-STAGE
                        MOVE  WS-TODAY   TO   APL-STAGE-DATE
                        MOVE  WS-OPR-ID  TO   APL-OPR
                        REWRITE APL-REC
                        ADD   1          TO   WS-LIST-COUNT
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  WK-SAVE-APL  TO   APL-REC.
           IF WS-LIST-COUNT > ZERO
              DISPLAY WS-LIST-COUNT " other applicant(s) declined."
           END-IF.
       SHOW-ONE-APPLICANT.
           DISPLAY APL-SEQ " req " APL-REQ-NO " " APL-NAME " stage "
                   APL-STAGE " since " APL-STAGE-DATE " applied "
                   APL-APPLIED-DATE.
           IF APL-OFFER-SALARY NOT = ZERO
              DISPLAY "       offer " APL-OFFER-SALARY " start "
                      APL-START-DATE
           END-IF.
       LIST-APPLICANTS.
           DISPLAY "Requisition number: " NO ADVANCING.
           ACCEPT  WK-REQ-NO.
           PERFORM READ-REQUISITION.
           IF WK-FOUND = "Y"
              DISPLAY REQ-NO " " REQ-STATUS " " REQ-TITLE " "
                      REQ-DPT-CD " grade " REQ-GRADE
              MOVE  "N"           TO   WS-LIST-EOF
              MOVE  ZERO          TO   WS-LIST-COUNT
              MOVE  REQ-NO        TO   APL-REQ-NO
              START APL-FILE KEY IS = APL-REQ-NO
                INVALID KEY
                    MOVE "Y"      TO   WS-LIST-EOF
              END-START
              PERFORM UNTIL WS-LIST-EOF = "Y"
                READ APL-FILE NEXT
                EVALUATE APL-STS
                  WHEN "00"
                  WHEN "02"
                     IF APL-REQ-NO NOT = REQ-NO
                        MOVE "Y" TO WS-LIST-EOF
                     ELSE
                        PERFORM SHOW-ONE-APPLICANT
                        ADD  1 TO WS-LIST-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-LIST-EOF
                END-EVALUATE
              END-PERFORM
              DISPLAY WS-LIST-COUNT " applicant(s) listed."
           END-IF.

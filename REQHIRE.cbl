       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQHIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APLSEL.
           COPY REQSEL.
           SELECT EMP-TRANS ASSIGN TO "EMPTRANS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  TR-STS.
       DATA DIVISION.
       FILE SECTION.
       FD  APL-FILE.
           COPY APLREC.
       FD  REQ-FILE.
           COPY REQREC.
       FD  EMP-TRANS.
       01  TR-REC.
           03  TR-NAME        PIC X(20).
           03  TR-DPT-CD      PIC X(02).
           03  TR-ENT-DATE    PIC 9(08).
           03  TR-MGR-CD      PIC X(04).
           03  TR-GRADE       PIC X(02).
           03  TR-SALARY      PIC 9(07)V99.
           03  TR-BIRTH-DATE  PIC 9(08).
           03  TR-POS-NO      PIC X(06).
       WORKING-STORAGE SECTION.
       01  APL-STS            PIC  9(02).
       01  REQ-STS            PIC  9(02).
       01  TR-STS             PIC  9(02).
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-HIRE-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-WAIT-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SKIP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-HIRE-COUNT.
           MOVE  ZERO          TO   WS-WAIT-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           DISPLAY "*** Accepted Applicants to EMPTRANS ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           PERFORM OPEN-FILES.
           IF WS-OPENS-OK = "Y"
              PERFORM TRANSFER-ACCEPTED
              CLOSE EMP-TRANS
              CLOSE REQ-FILE
              CLOSE APL-FILE
              DISPLAY " "
              DISPLAY "=== " WS-HIRE-COUNT " hire(s) written to"
                      " EMPTRANS, " WS-WAIT-COUNT
                      " awaiting start date, " WS-SKIP-COUNT
                      " skipped ==="
              IF WS-HIRE-COUNT > ZERO
                 DISPLAY "=== Run EMPWRITE to load them; rejects go"
                         " to EMPSUSP as usual ==="
              END-IF
           END-IF.
       MAIN-900.
           GOBACK.
       OPEN-FILES.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  I-O APL-FILE.
           EVALUATE APL-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "APPLICANT not found - nothing to transfer"
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                DISPLAY "APPLICANT open failed, status " APL-STS
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
           IF WS-OPENS-OK = "Y"
              OPEN  INPUT REQ-FILE
              IF REQ-STS NOT = ZERO
                 DISPLAY "REQFILE open failed, status " REQ-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE APL-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              OPEN  EXTEND EMP-TRANS
              IF TR-STS = 35
                 OPEN  OUTPUT EMP-TRANS
              END-IF
              IF TR-STS NOT = ZERO
                 DISPLAY "EMPTRANS open failed, status " TR-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE REQ-FILE
                 CLOSE APL-FILE
              END-IF
           END-IF.
       TRANSFER-ACCEPTED.
           MOVE  ZERO          TO   APL-SEQ.
           START APL-FILE KEY IS >= APL-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ APL-FILE NEXT
             EVALUATE APL-STS
               WHEN "00"
               WHEN "02"
                  IF APL-STAGE = "K"
                     IF APL-START-DATE > WS-TODAY
                        ADD  1 TO WS-WAIT-COUNT
                     ELSE
                        PERFORM TRANSFER-ONE
                     END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading APPLICANT, status "
                          APL-STS " - contact support"
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       TRANSFER-ONE.
           MOVE  APL-REQ-NO    TO   REQ-NO.
           READ  REQ-FILE KEY IS   REQ-NO
             INVALID KEY
                 MOVE SPACES   TO   REQ-STATUS
           END-READ.
           IF REQ-STATUS NOT = "F" OR REQ-APL-SEQ NOT = APL-SEQ
              DISPLAY "Applicant " APL-SEQ " - requisition "
                      APL-REQ-NO " not filled by this applicant,"
                      " skipped"
              ADD  1 TO WS-SKIP-COUNT
           ELSE
              MOVE  APL-NAME          TO   TR-NAME
              MOVE  REQ-DPT-CD        TO   TR-DPT-CD
              MOVE  APL-START-DATE    TO   TR-ENT-DATE
              MOVE  REQ-MGR-CD        TO   TR-MGR-CD
              MOVE  REQ-GRADE         TO   TR-GRADE
              MOVE  APL-OFFER-SALARY  TO   TR-SALARY
              MOVE  APL-BIRTH-DATE    TO   TR-BIRTH-DATE
              MOVE  REQ-POS-NO        TO   TR-POS-NO
              WRITE TR-REC
              IF TR-STS NOT = ZERO
                 DISPLAY "EMPTRANS write failed, status " TR-STS
                 MOVE "Y" TO WS-EOF
              ELSE
                 MOVE  "H"          TO   APL-STAGE
                 MOVE  WS-TODAY     TO   APL-STAGE-DATE
                 MOVE  WS-OPR-ID    TO   APL-OPR
                 REWRITE APL-REC
                 ADD   1            TO   WS-HIRE-COUNT
                 DISPLAY "Applicant " APL-SEQ " " APL-NAME
                         " -> EMPTRANS (req " REQ-NO ", start "
                         APL-START-DATE ")"
              END-IF
           END-IF.

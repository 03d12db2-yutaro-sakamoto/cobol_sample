       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRQUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APRSEL.
           SELECT APR-PARM ASSIGN TO "APRPARM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  PARM-STS.
       DATA DIVISION.
       FILE SECTION.
       FD  APR-FILE.
           COPY APRREC.
       FD  APR-PARM.
       01  PARM-REC.
           03  PARM-THRESHOLD PIC 9(07)V99.
       WORKING-STORAGE SECTION.
       01  APR-STS            PIC  9(02).
       01  PARM-STS           PIC  9(02).
       01  WS-PARM-LOADED     PIC  X      VALUE "N".
       01  WS-THRESHOLD       PIC  9(07)V99  VALUE 5000.
       01  WS-DIFF            PIC  9(07)V99.
       01  WS-NEXT-SEQ        PIC  9(06)  VALUE ZERO.
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       LINKAGE SECTION.
       01  LK-FUNC            PIC X(01).
       01  LK-APR-DATA.
           03  LK-SEQ         PIC 9(06).
           03  LK-CD          PIC X(04).
           03  LK-SOURCE      PIC X(10).
           03  LK-PEND-SEQ    PIC 9(06).
           03  LK-EFF-DATE    PIC 9(08).
           03  LK-OLD-GRADE   PIC X(02).
           03  LK-NEW-GRADE   PIC X(02).
           03  LK-OLD-SALARY  PIC 9(07)V99.
           03  LK-NEW-SALARY  PIC 9(07)V99.
           03  LK-MAKER       PIC X(08).
           03  LK-MAKER-TS    PIC X(21).
           03  LK-STATUS      PIC X(01).
           03  LK-CHECKER     PIC X(08).
           03  LK-DECIDED     PIC 9(08).
       01  LK-HOLD            PIC X(01).
       PROCEDURE DIVISION     USING     LK-FUNC, LK-APR-DATA,
                                        LK-HOLD.
       MAIN-CONTROL SECTION.
       MAIN-000.
           IF WS-PARM-LOADED = "N"
              PERFORM LOAD-THRESHOLD
           END-IF.
           PERFORM TEST-THRESHOLD.
           IF LK-FUNC = "Q" AND LK-HOLD = "Y"
              PERFORM QUEUE-FOR-APPROVAL
           END-IF.
       MAIN-900.
           EXIT PROGRAM.
       LOAD-THRESHOLD.
           MOVE  "Y"           TO   WS-PARM-LOADED.
           OPEN  INPUT APR-PARM.
           EVALUATE PARM-STS
             WHEN "00"
                READ APR-PARM NEXT
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PARM-THRESHOLD IS NUMERIC
                        MOVE  PARM-THRESHOLD TO   WS-THRESHOLD
                     ELSE
                        DISPLAY "APRPARM threshold not numeric"
                                " - using " WS-THRESHOLD
                     END-IF
                END-READ
                CLOSE APR-PARM
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "APRPARM open failed, status " PARM-STS
                        " - using " WS-THRESHOLD
           END-EVALUATE.
       TEST-THRESHOLD.
           MOVE  "N"           TO   LK-HOLD.
           IF LK-NEW-SALARY > LK-OLD-SALARY
              COMPUTE WS-DIFF = LK-NEW-SALARY - LK-OLD-SALARY
           ELSE
              COMPUTE WS-DIFF = LK-OLD-SALARY - LK-NEW-SALARY
           END-IF.
           IF WS-DIFF > WS-THRESHOLD
              OR LK-NEW-GRADE NOT = LK-OLD-GRADE
              MOVE  "Y"        TO   LK-HOLD
           END-IF.
       QUEUE-FOR-APPROVAL.
           OPEN  I-O APR-FILE.
           IF APR-STS = 35
              OPEN  OUTPUT APR-FILE
              CLOSE APR-FILE
              OPEN  I-O APR-FILE
           END-IF.
           EVALUATE APR-STS
             WHEN "00"
                PERFORM FIND-NEXT-SEQ
                MOVE  LK-APR-DATA      TO   APR-REC
                MOVE  WS-NEXT-SEQ      TO   APR-SEQ
                IF APR-MAKER = SPACES
                   CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                        WS-OPR-AUTH
                   MOVE  WS-OPR-ID     TO   APR-MAKER
                END-IF
                MOVE  FUNCTION CURRENT-DATE  TO   APR-MAKER-TS
                MOVE  "P"              TO   APR-STATUS
                MOVE  SPACES           TO   APR-CHECKER
                MOVE  ZERO             TO   APR-DECIDED
                WRITE APR-REC
                  INVALID KEY
                     DISPLAY "Write failed for approval request, "
                             "status " APR-STS
                     MOVE "E"          TO   LK-HOLD
                  NOT INVALID KEY
                     MOVE  APR-REC     TO   LK-APR-DATA
                     DISPLAY "Compensation change for " APR-CD
                             " held for approval as request "
                             APR-SEQ
                END-WRITE
                CLOSE APR-FILE
             WHEN OTHER
                DISPLAY "EMPAPPRV open failed, status " APR-STS
                        " - change not queued, contact support"
                MOVE "E"          TO   LK-HOLD
           END-EVALUATE.
       FIND-NEXT-SEQ.
           MOVE  ZERO          TO   WS-NEXT-SEQ.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   APR-SEQ.
           START APR-FILE KEY IS >= APR-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ APR-FILE NEXT
             EVALUATE APR-STS
               WHEN "00"
                  MOVE  APR-SEQ   TO   WS-NEXT-SEQ
               WHEN "10"
                  MOVE "Y" TO WS-SCAN-EOF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-SEQ.

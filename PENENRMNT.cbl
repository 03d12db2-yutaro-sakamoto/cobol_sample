       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENENRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PSCSEL.
           COPY PENSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  PSC-FILE.
           COPY PSCREC.
       FD  PEN-FILE.
           COPY PENREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  PSC-STS            PIC  9(02).
       01  PEN-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-EMP-FOUND       PIC  X     VALUE "N".
       01  WK-PSC-FOUND       PIC  X     VALUE "N".
       01  WK-PEN-FOUND       PIC  X     VALUE "N".
       01  WK-ACTIVE-FOUND    PIC  X     VALUE "N".
       01  WK-CD              PIC  X(04).
       01  WK-CMD             PIC  X(01).
       01  WK-SCHEME          PIC  X(04).
       01  WK-DATE            PIC  9(08).
       01  WK-DATE-OK         PIC  X(01).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(02) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Pension Enrolment Maintenance ***".
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "Y" TO WK-DONE
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "Y" TO WK-DONE
           END-EVALUATE.
           IF WK-DONE NOT = "Y"
              OPEN  INPUT PSC-FILE
              EVALUATE PSC-STS
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   DISPLAY "PENSCHEME not found - set up schemes"
                           " with PENSCHMNT first"
                   MOVE "Y" TO WK-DONE
                WHEN OTHER
                   DISPLAY "PENSCHEME open failed, status " PSC-STS
                   MOVE "Y" TO WK-DONE
              END-EVALUATE
              IF WK-DONE = "Y"
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O PEN-FILE
              IF PEN-STS = 35
                 OPEN  OUTPUT PEN-FILE
                 CLOSE PEN-FILE
                 OPEN  I-O PEN-FILE
              END-IF
              IF PEN-STS NOT = ZERO
                 DISPLAY "PENENROL open failed, status " PEN-STS
              ELSE
                 PERFORM UNTIL WK-DONE = "Y"
                    PERFORM MAINTAIN-ONE-EMP
                 END-PERFORM
                 CLOSE PEN-FILE
              END-IF
              CLOSE PSC-FILE
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       MAINTAIN-ONE-EMP.
           DISPLAY " ".
           DISPLAY "Employee code (blank = done): " NO ADVANCING.
           ACCEPT  WK-CD.
           IF WK-CD = SPACES
              MOVE "Y" TO WK-DONE
           ELSE
              MOVE  "Y"          TO   WK-EMP-FOUND
              MOVE  WK-CD        TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    MOVE "N"     TO   WK-EMP-FOUND
              END-READ
              IF WK-EMP-FOUND = "N"
                 DISPLAY "Employee not found!"
              ELSE
                 DISPLAY "Employee: " EMP-NAME
                         "  Dept: " EMP-DPT-CD
                         "  Joined: " EMP-ENT-DATE
                 PERFORM SHOW-ENROLMENTS
                 DISPLAY "[J]oin scheme  [O]pt out  [S]kip: "
                         NO ADVANCING
                 ACCEPT  WK-CMD
                 MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                 EVALUATE WK-CMD
                   WHEN "J"
                      PERFORM JOIN-SCHEME
                      PERFORM SHOW-ENROLMENTS
                   WHEN "O"
                      PERFORM OPT-OUT-SCHEME
                      PERFORM SHOW-ENROLMENTS
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       SHOW-ENROLMENTS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  "N"           TO   WK-ACTIVE-FOUND.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  WK-CD         TO   PEN-CD.
           MOVE  LOW-VALUES    TO   PEN-SCHEME.
           START PEN-FILE KEY IS >= PEN-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ PEN-FILE NEXT
             EVALUATE PEN-STS
               WHEN "00"
                  IF PEN-CD NOT = WK-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     IF PEN-OPTOUT-DATE = ZERO
                        MOVE "Y" TO WK-ACTIVE-FOUND
                        DISPLAY "  Scheme " PEN-SCHEME
                                "  joined " PEN-JOIN-DATE
                                "  by " PEN-OPR
                     ELSE
                        DISPLAY "  Scheme " PEN-SCHEME
                                "  joined " PEN-JOIN-DATE
                                "  opted out " PEN-OPTOUT-DATE
                                "  by " PEN-OPR
                     END-IF
                     ADD  1 TO WS-LIST-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "  (no pension enrolment)"
           END-IF.
       JOIN-SCHEME.
           IF EMP-STATUS = "T"
              DISPLAY "Employee has left - enrolment not allowed."
           ELSE
           IF WK-ACTIVE-FOUND = "Y"
              DISPLAY "Employee is already an active member - opt"
                      " out of the current scheme first."
           ELSE
              DISPLAY "Scheme code         : " NO ADVANCING
              ACCEPT  WK-SCHEME
              MOVE FUNCTION UPPER-CASE(WK-SCHEME) TO WK-SCHEME
              MOVE  "Y"          TO   WK-PSC-FOUND
              MOVE  WK-SCHEME    TO   PSC-CD
              READ  PSC-FILE KEY IS   PSC-CD
                INVALID KEY
                    MOVE "N"     TO   WK-PSC-FOUND
              END-READ
              IF WK-PSC-FOUND = "N"
                 DISPLAY "Scheme " WK-SCHEME " not found."
              ELSE
              IF PSC-STATUS NOT = "A"
                 DISPLAY "Scheme " WK-SCHEME " is closed to new"
                         " members."
              ELSE
                 DISPLAY "Join date (YYYYMMDD): " NO ADVANCING
                 ACCEPT  WK-DATE
                 CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK
                 IF WK-DATE-OK NOT = "Y"
                    DISPLAY "Invalid or future join date - nothing"
                            " saved."
                 ELSE
                 IF WK-DATE < EMP-ENT-DATE
                    DISPLAY "Join date is before the employee's start"
                            " date - nothing saved."
                 ELSE
                    PERFORM SAVE-ENROLMENT
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
       SAVE-ENROLMENT.
           MOVE  "Y"           TO   WK-PEN-FOUND.
           MOVE  WK-CD         TO   PEN-CD.
           MOVE  WK-SCHEME     TO   PEN-SCHEME.
           READ  PEN-FILE KEY IS PEN-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-PEN-FOUND
           END-READ.
           MOVE  WK-CD         TO   PEN-CD.
           MOVE  WK-SCHEME     TO   PEN-SCHEME.
           MOVE  WK-DATE       TO   PEN-JOIN-DATE.
           MOVE  ZERO          TO   PEN-OPTOUT-DATE.
           MOVE  WS-OPR-ID     TO   PEN-OPR.
           IF WK-PEN-FOUND = "Y"
              REWRITE PEN-REC
              DISPLAY "Employee re-joined scheme " WK-SCHEME "."
           ELSE
              WRITE PEN-REC
                INVALID KEY
                   DISPLAY "Write failed for enrolment, status "
                           PEN-STS
                NOT INVALID KEY
                   DISPLAY "Employee enrolled in scheme " WK-SCHEME
                           "."
              END-WRITE
           END-IF.
       OPT-OUT-SCHEME.
           DISPLAY "Scheme code to leave : " NO ADVANCING.
           ACCEPT  WK-SCHEME.
           MOVE FUNCTION UPPER-CASE(WK-SCHEME) TO WK-SCHEME.
           MOVE  "Y"           TO   WK-PEN-FOUND.
           MOVE  WK-CD         TO   PEN-CD.
           MOVE  WK-SCHEME     TO   PEN-SCHEME.
           READ  PEN-FILE KEY IS PEN-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-PEN-FOUND
           END-READ.
           IF WK-PEN-FOUND = "N"
              DISPLAY "Employee is not enrolled in " WK-SCHEME "."
           ELSE
           IF PEN-OPTOUT-DATE NOT = ZERO
              DISPLAY "Already opted out on " PEN-OPTOUT-DATE "."
           ELSE
              DISPLAY "Opt-out date (YYYYMMDD): " NO ADVANCING
              ACCEPT  WK-DATE
              CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK
              IF WK-DATE-OK NOT = "Y"
                 DISPLAY "Invalid or future opt-out date - nothing"
                         " saved."
              ELSE
              IF WK-DATE < PEN-JOIN-DATE
                 DISPLAY "Opt-out date is before the join date"
                         " - nothing saved."
              ELSE
                 MOVE  WK-DATE       TO   PEN-OPTOUT-DATE
                 MOVE  WS-OPR-ID     TO   PEN-OPR
                 REWRITE PEN-REC
                 DISPLAY "Opt-out recorded - no contributions from"
                         " period " WK-DATE(1:6) "."
              END-IF
              END-IF
           END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ENRSEL.
           COPY SESSEL.
           COPY CRSSEL.
           COPY ESKSEL.
           COPY EMPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENR-FILE.
           COPY ENRREC.
       FD  SES-FILE.
           COPY SESREC.
       FD  CRS-FILE.
           COPY CRSREC.
       FD  ESK-FILE.
           COPY ESKREC.
       FD  EMP-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01  ENR-STS            PIC  9(02).
       01  SES-STS            PIC  9(02).
       01  CRS-STS            PIC  9(02).
       01  ESK-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-ENR-FOUND       PIC  X     VALUE "N".
       01  WK-ESK-FOUND       PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CD              PIC  X(04).
       01  WK-SES-NO          PIC  9(06).
       01  WS-TODAY           PIC  9(08).
       01  WS-ENR-EOF         PIC  X      VALUE "N".
       01  WS-ENR-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-DONE-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-BEST-CD         PIC  X(04).
       01  WS-BEST-TS         PIC  X(21).
       01  WS-NEW-EXPIRY      PIC  9(08).
       01  WS-EXP-YYYY        PIC  9(04).
       01  WS-EXP-MM          PIC  9(04).
       01  WS-EXP-DD          PIC  9(02).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Training Enrolment and Attendance ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS NOT = ZERO
              DISPLAY "EMP-FILE open failed, status " EMP-STS
                      " - run EMPWRITE first"
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  INPUT CRS-FILE
              OPEN  I-O SES-FILE
              IF CRS-STS NOT = ZERO OR SES-STS NOT = ZERO
                 DISPLAY "COURSEMAST/COURSESESS open failed, status "
                         CRS-STS "/" SES-STS
                         " - run CRSMAINT and SESMAINT first"
                 MOVE "Y" TO WK-DONE
                 CLOSE SES-FILE
                 CLOSE CRS-FILE
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O ENR-FILE
              IF ENR-STS = 35
                 OPEN  OUTPUT ENR-FILE
                 CLOSE ENR-FILE
                 OPEN  I-O ENR-FILE
              END-IF
              OPEN  I-O ESK-FILE
              IF ESK-STS = 35
                 OPEN  OUTPUT ESK-FILE
                 CLOSE ESK-FILE
                 OPEN  I-O ESK-FILE
              END-IF
              IF ENR-STS = ZERO AND ESK-STS = ZERO
                 PERFORM UNTIL WK-DONE = "Y"
                    DISPLAY " "
                    DISPLAY "[E]nrol  [D]rop  [R]ecord attendance"
                            "  [L]ist  [Q]uit: " NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    EVALUATE WK-CMD
                      WHEN "E"
                         PERFORM ENROL-EMPLOYEE
                      WHEN "D"
                         PERFORM DROP-ENROLMENT
                      WHEN "R"
                         PERFORM RECORD-ATTENDANCE
                      WHEN "L"
                         PERFORM LIST-SESSION-ROLL
                      WHEN "Q"
                         MOVE "Y" TO WK-DONE
                      WHEN OTHER
                         DISPLAY "Invalid command - use E, D, R, L,"
                                 " or Q."
                    END-EVALUATE
                 END-PERFORM
              ELSE
                 DISPLAY "ENROLMENT/EMPSKILL open failed, status "
                         ENR-STS "/" ESK-STS
              END-IF
              CLOSE ENR-FILE
              CLOSE ESK-FILE
              CLOSE SES-FILE
              CLOSE CRS-FILE
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       READ-SESSION.
           MOVE  "Y"          TO   WK-FOUND.
           DISPLAY "Session number        : " NO ADVANCING.
           ACCEPT  WK-SES-NO.
           MOVE  WK-SES-NO    TO   SES-NO.
           READ  SES-FILE KEY IS   SES-NO
             INVALID KEY
                 DISPLAY "Session not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "Y"
              MOVE  SES-CRS-CD   TO   CRS-CD
              READ  CRS-FILE KEY IS   CRS-CD
                INVALID KEY
                    MOVE "(unknown course)" TO CRS-NAME
              END-READ
              DISPLAY SES-NO " " CRS-NAME " " SES-DATE " "
                      SES-LOCATION " booked " SES-BOOKED "/"
                      SES-CAPACITY " waiting " SES-WAITING " "
                      SES-STATUS
           END-IF.
       READ-EMPLOYEE.
           MOVE  "Y"          TO   WK-FOUND.
           DISPLAY "Employee code         : " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  WK-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 DISPLAY "Employee not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
       READ-ENROLMENT.
           MOVE  "Y"          TO   WK-ENR-FOUND.
           MOVE  SES-NO       TO   ENR-SES-NO.
           MOVE  WK-CD        TO   ENR-CD.
           READ  ENR-FILE KEY IS   ENR-KEY
             INVALID KEY
                 MOVE "N"     TO   WK-ENR-FOUND
           END-READ.
       ENROL-EMPLOYEE.
           PERFORM READ-EMPLOYEE.
           IF WK-FOUND = "Y"
              IF EMP-STATUS = "T"
                 DISPLAY "Employee " WK-CD " is terminated."
                 MOVE "N"     TO   WK-FOUND
              ELSE
                 DISPLAY "Employee: " EMP-NAME "  Dept: " EMP-DPT-CD
                 PERFORM READ-SESSION
              END-IF
           END-IF.
           IF WK-FOUND = "Y"
              IF SES-STATUS NOT = "S" OR SES-DATE < WS-TODAY
                 DISPLAY "Session is not open for booking."
              ELSE
                 PERFORM READ-ENROLMENT
                 IF WK-ENR-FOUND = "Y"
                    AND ENR-STATUS NOT = "X" AND ENR-STATUS NOT = "N"
                    DISPLAY "Already on this session, status "
                            ENR-STATUS
                 ELSE
                    PERFORM BOOK-PLACE
                 END-IF
              END-IF
           END-IF.
       BOOK-PLACE.
           MOVE  SES-NO                 TO   ENR-SES-NO.
           MOVE  WK-CD                  TO   ENR-CD.
           MOVE  FUNCTION CURRENT-DATE  TO   ENR-TS.
           MOVE  WS-OPR-ID              TO   ENR-OPR.
           MOVE  ZERO                   TO   ENR-DONE-DATE.
           IF SES-BOOKED < SES-CAPACITY
              MOVE  "B"         TO   ENR-STATUS
              ADD   1           TO   SES-BOOKED
           ELSE
              MOVE  "W"         TO   ENR-STATUS
              ADD   1           TO   SES-WAITING
           END-IF.
           IF WK-ENR-FOUND = "Y"
              REWRITE ENR-REC
           ELSE
              WRITE ENR-REC
                INVALID KEY
                   DISPLAY "Write failed for enrolment, status "
                           ENR-STS
              END-WRITE
           END-IF.
           REWRITE SES-REC.
           IF ENR-STATUS = "B"
              DISPLAY "Place booked on session " SES-NO "."
           ELSE
              DISPLAY "Session full - " WK-CD " is number "
                      SES-WAITING " on the waiting list."
           END-IF.
       DROP-ENROLMENT.
           PERFORM READ-EMPLOYEE.
           IF WK-FOUND = "Y"
              PERFORM READ-SESSION
           END-IF.
           IF WK-FOUND = "Y"
              PERFORM READ-ENROLMENT
              IF WK-ENR-FOUND = "N"
                 OR (ENR-STATUS NOT = "B" AND ENR-STATUS NOT = "W")
                 DISPLAY "No live booking for " WK-CD
                         " on this session."
              ELSE
              IF SES-STATUS NOT = "S"
                 DISPLAY "Session is no longer scheduled."
              ELSE
                 IF ENR-STATUS = "B"
                    SUBTRACT 1    FROM SES-BOOKED
                 ELSE
                    SUBTRACT 1    FROM SES-WAITING
                 END-IF
                 MOVE  "X"     TO   ENR-STATUS
                 REWRITE ENR-REC
                 DISPLAY "Booking for " WK-CD " cancelled."
                 IF SES-WAITING > ZERO
                    AND SES-BOOKED < SES-CAPACITY
                    PERFORM PROMOTE-WAITING
                 END-IF
                 REWRITE SES-REC
              END-IF
              END-IF
           END-IF.
       PROMOTE-WAITING.
           MOVE  SPACES        TO   WS-BEST-CD.
           MOVE  HIGH-VALUES   TO   WS-BEST-TS.
           MOVE  "N"           TO   WS-ENR-EOF.
           MOVE  SES-NO        TO   ENR-SES-NO.
           MOVE  LOW-VALUES    TO   ENR-CD.
           START ENR-FILE KEY IS >= ENR-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-ENR-EOF
           END-START.
           PERFORM UNTIL WS-ENR-EOF = "Y"
             READ ENR-FILE NEXT
             EVALUATE ENR-STS
               WHEN "00"
               WHEN "02"
                  IF ENR-SES-NO NOT = SES-NO
                     MOVE "Y" TO WS-ENR-EOF
                  ELSE
                     IF ENR-STATUS = "W" AND ENR-TS < WS-BEST-TS
                        MOVE  ENR-CD   TO   WS-BEST-CD
                        MOVE  ENR-TS   TO   WS-BEST-TS
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-ENR-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-BEST-CD NOT = SPACES
              MOVE  SES-NO        TO   ENR-SES-NO
              MOVE  WS-BEST-CD    TO   ENR-CD
              READ  ENR-FILE KEY IS   ENR-KEY
                INVALID KEY
                    MOVE SPACES   TO   WS-BEST-CD
              END-READ
           END-IF.
           IF WS-BEST-CD NOT = SPACES
              MOVE  "B"           TO   ENR-STATUS
              REWRITE ENR-REC
              ADD   1             TO   SES-BOOKED
              SUBTRACT 1          FROM SES-WAITING
              DISPLAY "Waiting-list place for " WS-BEST-CD
                      " promoted to a booking."
           END-IF.
       RECORD-ATTENDANCE.
           PERFORM READ-SESSION.
           IF WK-FOUND = "Y"
              IF SES-STATUS NOT = "S"
                 DISPLAY "Session is not awaiting attendance."
              ELSE
              IF SES-DATE > WS-TODAY
                 DISPLAY "Session has not taken place yet."
              ELSE
                 PERFORM MARK-ATTENDANCE
                 MOVE  "C"         TO   SES-STATUS
                 MOVE  ZERO        TO   SES-WAITING
                 REWRITE SES-REC
                 DISPLAY "Session " SES-NO " completed - "
                         WS-DONE-COUNT " of " WS-ENR-COUNT
                         " booked attended."
              END-IF
              END-IF
           END-IF.
       MARK-ATTENDANCE.
           MOVE  ZERO          TO   WS-ENR-COUNT.
           MOVE  ZERO          TO   WS-DONE-COUNT.
           MOVE  "N"           TO   WS-ENR-EOF.
           MOVE  SES-NO        TO   ENR-SES-NO.
           MOVE  LOW-VALUES    TO   ENR-CD.
           START ENR-FILE KEY IS >= ENR-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-ENR-EOF
           END-START.
           PERFORM UNTIL WS-ENR-EOF = "Y"
             READ ENR-FILE NEXT
             EVALUATE ENR-STS
               WHEN "00"
               WHEN "02"
                  IF ENR-SES-NO NOT = SES-NO
                     MOVE "Y" TO WS-ENR-EOF
                  ELSE
                     IF ENR-STATUS = "W"
                        MOVE  "X"     TO   ENR-STATUS
                        REWRITE ENR-REC
                     END-IF
                     IF ENR-STATUS = "B"
                        PERFORM MARK-ONE-ATTENDEE
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-ENR-EOF
             END-EVALUATE
           END-PERFORM.
       MARK-ONE-ATTENDEE.
           ADD   1             TO   WS-ENR-COUNT.
           MOVE  ENR-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE SPACES   TO   EMP-NAME
           END-READ.
           MOVE  SPACE         TO   WK-CMD.
           PERFORM UNTIL WK-CMD = "A" OR WK-CMD = "N"
              DISPLAY "  " ENR-CD " " EMP-NAME
                      "  [A]ttended  [N]o-show: " NO ADVANCING
              ACCEPT  WK-CMD
              MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
           END-PERFORM.
           MOVE  WK-CMD        TO   ENR-STATUS.
           IF ENR-STATUS = "A"
              MOVE  SES-DATE   TO   ENR-DONE-DATE
              ADD   1          TO   WS-DONE-COUNT
              PERFORM GRANT-SKILL
           END-IF.
           REWRITE ENR-REC.
       GRANT-SKILL.
           MOVE  ZERO          TO   WS-NEW-EXPIRY.
           IF CRS-VALID-MONTHS NOT = ZERO
              PERFORM COMPUTE-NEW-EXPIRY
           END-IF.
           MOVE  "Y"           TO   WK-ESK-FOUND.
           MOVE  ENR-CD        TO   ESK-CD.
           MOVE  CRS-SKL-CD    TO   ESK-SKL-CD.
           READ  ESK-FILE KEY IS   ESK-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-ESK-FOUND
           END-READ.
           IF WK-ESK-FOUND = "Y"
              IF CRS-LEVEL > ESK-LEVEL
                 MOVE  CRS-LEVEL      TO   ESK-LEVEL
              END-IF
              IF ESK-EXPIRY NOT = ZERO
                 AND (WS-NEW-EXPIRY = ZERO
                      OR WS-NEW-EXPIRY > ESK-EXPIRY)
                 MOVE  WS-NEW-EXPIRY  TO   ESK-EXPIRY
              END-IF
              REWRITE ESK-REC
              DISPLAY "    " ESK-SKL-CD " renewed - level "
                      ESK-LEVEL " expires " ESK-EXPIRY
           ELSE
              MOVE  ENR-CD         TO   ESK-CD
              MOVE  CRS-SKL-CD     TO   ESK-SKL-CD
              MOVE  CRS-LEVEL      TO   ESK-LEVEL
              MOVE  WS-NEW-EXPIRY  TO   ESK-EXPIRY
              WRITE ESK-REC
                INVALID KEY
                   DISPLAY "Write failed for skill record, status "
                           ESK-STS
                NOT INVALID KEY
                   DISPLAY "    " ESK-SKL-CD " granted - level "
                           ESK-LEVEL " expires " ESK-EXPIRY
              END-WRITE
           END-IF.
       COMPUTE-NEW-EXPIRY.
           MOVE  SES-DATE(1:4) TO   WS-EXP-YYYY.
           MOVE  SES-DATE(5:2) TO   WS-EXP-MM.
           MOVE  SES-DATE(7:2) TO   WS-EXP-DD.
           ADD   CRS-VALID-MONTHS  TO   WS-EXP-MM.
           PERFORM UNTIL WS-EXP-MM <= 12
              SUBTRACT 12      FROM WS-EXP-MM
              ADD      1       TO   WS-EXP-YYYY
           END-PERFORM.
           MOVE  WS-EXP-YYYY        TO   WS-NEW-EXPIRY(1:4).
           MOVE  WS-EXP-MM(3:2)     TO   WS-NEW-EXPIRY(5:2).
           MOVE  WS-EXP-DD          TO   WS-NEW-EXPIRY(7:2).
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EXPIRY) = 0
              SUBTRACT 1       FROM WS-EXP-DD
              MOVE  WS-EXP-DD       TO   WS-NEW-EXPIRY(7:2)
           END-PERFORM.
       LIST-SESSION-ROLL.
           PERFORM READ-SESSION.
           IF WK-FOUND = "Y"
              MOVE  ZERO          TO   WS-ENR-COUNT
              MOVE  "N"           TO   WS-ENR-EOF
              MOVE  SES-NO        TO   ENR-SES-NO
              MOVE  LOW-VALUES    TO   ENR-CD
              START ENR-FILE KEY IS >= ENR-KEY
                INVALID KEY
                    MOVE "Y"      TO   WS-ENR-EOF
              END-START
              PERFORM UNTIL WS-ENR-EOF = "Y"
                READ ENR-FILE NEXT
                EVALUATE ENR-STS
                  WHEN "00"
                  WHEN "02"
                     IF ENR-SES-NO NOT = SES-NO
                        MOVE "Y" TO WS-ENR-EOF
                     ELSE
                        MOVE  ENR-CD        TO   EMP-CD
                        READ  EMP-FILE KEY IS   EMP-CD
                          INVALID KEY
                              MOVE SPACES   TO   EMP-NAME
                        END-READ
                        DISPLAY "  " ENR-CD " " EMP-NAME " "
                                ENR-STATUS " booked " ENR-TS(1:8)
                        ADD  1 TO WS-ENR-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-ENR-EOF
                END-EVALUATE
              END-PERFORM
              DISPLAY WS-ENR-COUNT " enrolment(s) listed."
              DISPLAY "(B=booked W=waiting A=attended N=no-show"
                      " X=cancelled)"
           END-IF.

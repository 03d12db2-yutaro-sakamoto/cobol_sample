       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SESSEL.
           COPY CRSSEL.
           COPY ENRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SES-FILE.
           COPY SESREC.
       FD  CRS-FILE.
           COPY CRSREC.
       FD  ENR-FILE.
           COPY ENRREC.
       WORKING-STORAGE SECTION.
       01  SES-STS            PIC  9(02).
       01  CRS-STS            PIC  9(02).
       01  ENR-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-SES-NO          PIC  9(06).
       01  WK-CRS-CD          PIC  X(06).
       01  WK-DATE            PIC  9(08).
       01  WK-LOCATION        PIC  X(20).
       01  WK-CAPACITY        PIC  9(03).
       01  WS-TODAY           PIC  9(08).
       01  WS-NEXT-SEQ        PIC  9(06)  VALUE ZERO.
       01  WS-SEQ-EOF         PIC  X      VALUE "N".
       01  WS-LIST-EOF        PIC  X      VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-ENR-EOF         PIC  X      VALUE "N".
       01  WS-ENR-COUNT       PIC  9(04)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Training Session Schedule ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           OPEN  INPUT CRS-FILE.
           IF CRS-STS NOT = ZERO
              DISPLAY "COURSEMAST open failed, status " CRS-STS
                      " - run CRSMAINT first"
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O SES-FILE
              IF SES-STS = 35
                 OPEN  OUTPUT SES-FILE
                 CLOSE SES-FILE
                 OPEN  I-O SES-FILE
              END-IF
              OPEN  I-O ENR-FILE
              IF ENR-STS = 35
                 OPEN  OUTPUT ENR-FILE
                 CLOSE ENR-FILE
                 OPEN  I-O ENR-FILE
              END-IF
              IF SES-STS = ZERO AND ENR-STS = ZERO
                 PERFORM UNTIL WK-DONE = "Y"
                    DISPLAY " "
                    DISPLAY "[A]dd  [X]cancel  [L]ist  [Q]uit: "
                            NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    EVALUATE WK-CMD
                      WHEN "A"
                         PERFORM ADD-SESSION
                      WHEN "X"
                         PERFORM CANCEL-SESSION
                      WHEN "L"
                         PERFORM LIST-SESSIONS
                      WHEN "Q"
                         MOVE "Y" TO WK-DONE
                      WHEN OTHER
                         DISPLAY "Invalid command - use A, X, L,"
                                 " or Q."
                    END-EVALUATE
                 END-PERFORM
              ELSE
                 DISPLAY "COURSESESS/ENROLMENT open failed, status "
                         SES-STS "/" ENR-STS
              END-IF
              CLOSE SES-FILE
              CLOSE ENR-FILE
              CLOSE CRS-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       ADD-SESSION.
           DISPLAY "Course code           : " NO ADVANCING.
           ACCEPT  WK-CRS-CD.
           MOVE FUNCTION UPPER-CASE(WK-CRS-CD) TO WK-CRS-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CRS-CD    TO   CRS-CD.
           READ  CRS-FILE KEY IS   CRS-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Course " WK-CRS-CD " not found!"
           ELSE
           IF CRS-STATUS NOT = "A"
              DISPLAY "Course " WK-CRS-CD " is inactive."
           ELSE
              DISPLAY CRS-NAME
              DISPLAY "Session date YYYYMMDD : " NO ADVANCING
              ACCEPT  WK-DATE
              DISPLAY "Location              : " NO ADVANCING
              ACCEPT  WK-LOCATION
              DISPLAY "Capacity              : " NO ADVANCING
              ACCEPT  WK-CAPACITY
              IF FUNCTION TEST-DATE-YYYYMMDD(WK-DATE) NOT = 0
                 OR WK-DATE < WS-TODAY
                 DISPLAY "Session date must be a valid date not in"
                         " the past - nothing saved."
              ELSE
              IF WK-CAPACITY = ZERO
                 DISPLAY "Capacity must be greater than zero -"
                         " nothing saved."
              ELSE
                 PERFORM FIND-NEXT-SEQ
                 MOVE  WS-NEXT-SEQ  TO   SES-NO
                 MOVE  WK-CRS-CD    TO   SES-CRS-CD
                 MOVE  WK-DATE      TO   SES-DATE
                 MOVE  WK-LOCATION  TO   SES-LOCATION
                 MOVE  WK-CAPACITY  TO   SES-CAPACITY
                 MOVE  ZERO         TO   SES-BOOKED
                 MOVE  ZERO         TO   SES-WAITING
                 MOVE  "S"          TO   SES-STATUS
                 WRITE SES-REC
                   INVALID KEY
                      DISPLAY "Write failed for session "
                              WS-NEXT-SEQ ", status " SES-STS
                   NOT INVALID KEY
                      DISPLAY "Session " WS-NEXT-SEQ " scheduled."
                 END-WRITE
              END-IF
              END-IF
           END-IF
           END-IF.
       FIND-NEXT-SEQ.
           MOVE  ZERO          TO   WS-NEXT-SEQ.
           MOVE  "N"           TO   WS-SEQ-EOF.
           MOVE  ZERO          TO   SES-NO.
           START SES-FILE KEY IS >= SES-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-SEQ-EOF
           END-START.
           PERFORM UNTIL WS-SEQ-EOF = "Y"
             READ SES-FILE NEXT
             EVALUATE SES-STS
               WHEN "00"
               WHEN "02"
                  MOVE  SES-NO  TO   WS-NEXT-SEQ
               WHEN OTHER
                  MOVE "Y" TO WS-SEQ-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-SEQ.
       CANCEL-SESSION.
           DISPLAY "Session number to cancel: " NO ADVANCING.
           ACCEPT  WK-SES-NO.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-SES-NO    TO   SES-NO.
           READ  SES-FILE KEY IS   SES-NO
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Session not found!"
           ELSE
              PERFORM SHOW-ONE-SESSION
              IF SES-STATUS NOT = "S"
                 DISPLAY "Only scheduled sessions can be cancelled."
              ELSE
                 DISPLAY "Cancel session and all its bookings (Y/N): "
                         NO ADVANCING
                 ACCEPT  WK-CMD
                 MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                 IF WK-CMD = "Y"
                    PERFORM CANCEL-ENROLMENTS
                    MOVE  "X"          TO   SES-STATUS
                    MOVE  ZERO         TO   SES-BOOKED
                    MOVE  ZERO         TO   SES-WAITING
                    REWRITE SES-REC
                    DISPLAY "Session " SES-NO " cancelled, "
                            WS-ENR-COUNT " booking(s) cancelled."
                 END-IF
              END-IF
           END-IF.
       CANCEL-ENROLMENTS.
           MOVE  ZERO          TO   WS-ENR-COUNT.
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
                     IF ENR-STATUS = "B" OR ENR-STATUS = "W"
                        MOVE  "X"     TO   ENR-STATUS
                        REWRITE ENR-REC
                        ADD   1       TO   WS-ENR-COUNT
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-ENR-EOF
             END-EVALUATE
           END-PERFORM.
       SHOW-ONE-SESSION.
           DISPLAY SES-NO " " SES-CRS-CD " " SES-DATE " "
                   SES-LOCATION " booked " SES-BOOKED "/"
                   SES-CAPACITY " waiting " SES-WAITING " "
                   SES-STATUS.
       LIST-SESSIONS.
           DISPLAY "Course code (blank = all): " NO ADVANCING.
           ACCEPT  WK-CRS-CD.
           MOVE FUNCTION UPPER-CASE(WK-CRS-CD) TO WK-CRS-CD.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  ZERO          TO   SES-NO.
           START SES-FILE KEY IS >= SES-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ SES-FILE NEXT
             EVALUATE SES-STS
               WHEN "00"
               WHEN "02"
                  IF WK-CRS-CD = SPACES
                     OR WK-CRS-CD = SES-CRS-CD
                     PERFORM SHOW-ONE-SESSION
                     ADD  1 TO WS-LIST-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " session(s) listed.".

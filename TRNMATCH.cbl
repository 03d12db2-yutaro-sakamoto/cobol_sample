       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ESKSEL.
           COPY EMPSEL.
           COPY CRSSEL.
           COPY SESSEL.
           COPY ENRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESK-FILE.
           COPY ESKREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CRS-FILE.
           COPY CRSREC.
       FD  SES-FILE.
           COPY SESREC.
       FD  ENR-FILE.
           COPY ENRREC.
       WORKING-STORAGE SECTION.
       01  ESK-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  CRS-STS            PIC  9(02).
       01  SES-STS            PIC  9(02).
       01  ENR-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SES-EOF         PIC  X      VALUE "N".
       01  WS-ENR-EOF         PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-BOOK-MODE       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-LIMIT-INT       PIC  9(08).
       01  WS-LIMIT-DATE      PIC  9(08).
       01  WS-LATE-FLAG       PIC  X(01).
       01  WS-EXP-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-HELD-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-OPEN-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-FULL-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-NONE-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-BOOKED-COUNT    PIC  9(04)  VALUE ZERO.
       01  WS-WAITED-COUNT    PIC  9(04)  VALUE ZERO.
       01  WS-SES-MAX         PIC  9(04)  VALUE 500.
       01  WS-SES-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-SES-IDX         PIC  9(04)  VALUE ZERO.
       01  WS-FREE-IDX        PIC  9(04)  VALUE ZERO.
       01  WS-FULL-IDX        PIC  9(04)  VALUE ZERO.
       01  WS-HELD-IDX        PIC  9(04)  VALUE ZERO.
       01  WS-SES-TABLE.
           03  WS-SES-ENTRY   OCCURS 500 TIMES.
               05  WS-T-SES-NO    PIC 9(06).
               05  WS-T-DATE      PIC 9(08).
               05  WS-T-SKL-CD    PIC X(04).
               05  WS-T-CAPACITY  PIC 9(03).
               05  WS-T-BOOKED    PIC 9(03).
       01  WK-CMD             PIC  X(01).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "TRNMATCH".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           PERFORM SPOOL-OPEN.
           STRING  "*** Expiring Certifications vs Scheduled"
                   " Training ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-LIMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 90.
           COMPUTE WS-LIMIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT).
           STRING  "Reporting window: " WS-TODAY " to "
                   WS-LIMIT-DATE "  (* = already expired)"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           MOVE  "N"           TO   WS-BOOK-MODE.
           IF WS-OPR-AUTH NOT = "I"
              DISPLAY "Book matched employees onto sessions (Y/N): "
                      NO ADVANCING
              ACCEPT  WK-CMD
              MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
              IF WK-CMD = "Y"
                 MOVE "Y"      TO   WS-BOOK-MODE
              END-IF
           END-IF.
           STRING  "Book sessions " WS-BOOK-MODE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM OPEN-FILES.
           IF WS-OPENS-OK = "Y"
              PERFORM LOAD-UPCOMING-SESSIONS
              PERFORM SCAN-SKILLS
              CLOSE ESK-FILE
              CLOSE EMP-FILE
              CLOSE CRS-FILE
              CLOSE SES-FILE
              CLOSE ENR-FILE
              PERFORM SPOOL-LINE
              STRING  "=== " WS-EXP-COUNT
                      " certification(s) expiring ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== Already booked/waiting  : " WS-HELD-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== Session with seats      : " WS-OPEN-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== Sessions full (waitlist): " WS-FULL-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== No session scheduled    : " WS-NONE-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-BOOK-MODE = "Y"
                 STRING  "=== Booked " WS-BOOKED-COUNT
                         ", waiting-listed " WS-WAITED-COUNT " ==="
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-FILES.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  INPUT ESK-FILE.
           EVALUATE ESK-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMPSKILL not found - run EMPSKLMNT first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                STRING  "EMPSKILL open failed, status " ESK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
           IF WS-OPENS-OK = "Y"
              OPEN  INPUT EMP-FILE
              OPEN  INPUT CRS-FILE
              OPEN  I-O   SES-FILE
              IF EMP-STS NOT = ZERO OR CRS-STS NOT = ZERO
                 OR SES-STS NOT = ZERO
                 STRING  "EMP-FILE/COURSEMAST/COURSESESS open"
                         " failed, status " EMP-STS "/" CRS-STS
                         "/" SES-STS
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE ESK-FILE
                 CLOSE EMP-FILE
                 CLOSE CRS-FILE
                 CLOSE SES-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              OPEN  I-O ENR-FILE
              IF ENR-STS = 35
                 OPEN  OUTPUT ENR-FILE
                 CLOSE ENR-FILE
                 OPEN  I-O ENR-FILE
              END-IF
              IF ENR-STS NOT = ZERO
                 STRING  "ENROLMENT open failed, status " ENR-STS
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE ESK-FILE
                 CLOSE EMP-FILE
                 CLOSE CRS-FILE
                 CLOSE SES-FILE
              END-IF
           END-IF.
       LOAD-UPCOMING-SESSIONS.
           MOVE  ZERO          TO   WS-SES-COUNT.
           MOVE  "N"           TO   WS-SES-EOF.
           MOVE  ZERO          TO   SES-NO.
           START SES-FILE KEY IS >= SES-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-SES-EOF
           END-START.
           PERFORM UNTIL WS-SES-EOF = "Y"
             READ SES-FILE NEXT
             EVALUATE SES-STS
               WHEN "00"
               WHEN "02"
                  IF SES-STATUS = "S" AND SES-DATE >= WS-TODAY
                     PERFORM LOAD-ONE-SESSION
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SES-EOF
             END-EVALUATE
           END-PERFORM.
       LOAD-ONE-SESSION.
           MOVE  SES-CRS-CD    TO   CRS-CD.
           READ  CRS-FILE KEY IS   CRS-CD
             INVALID KEY
                 MOVE SPACES   TO   CRS-SKL-CD
           END-READ.
           IF CRS-SKL-CD NOT = SPACES
              IF WS-SES-COUNT < WS-SES-MAX
                 ADD   1             TO   WS-SES-COUNT
                 MOVE  SES-NO        TO   WS-T-SES-NO(WS-SES-COUNT)
                 MOVE  SES-DATE      TO   WS-T-DATE(WS-SES-COUNT)
                 MOVE  CRS-SKL-CD    TO   WS-T-SKL-CD(WS-SES-COUNT)
                 MOVE  SES-CAPACITY  TO
                       WS-T-CAPACITY(WS-SES-COUNT)
                 MOVE  SES-BOOKED    TO   WS-T-BOOKED(WS-SES-COUNT)
              ELSE
                 STRING  "More than " WS-SES-MAX " upcoming sessions"
                         " - session " SES-NO " not matched"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       SCAN-SKILLS.
           PERFORM UNTIL WS-EOF = "Y"
             READ ESK-FILE NEXT
             EVALUATE ESK-STS
               WHEN "00"
                  IF ESK-EXPIRY NOT = ZERO
                     AND ESK-EXPIRY <= WS-LIMIT-DATE
                     PERFORM MATCH-ONE-EXPIRY
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMPSKILL, status "
                          ESK-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       MATCH-ONE-EXPIRY.
           MOVE  ESK-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "T"      TO   EMP-STATUS
           END-READ.
           IF EMP-STATUS NOT = "T"
              ADD  1            TO   WS-EXP-COUNT
              IF ESK-EXPIRY < WS-TODAY
                 MOVE  "*"     TO   WS-LATE-FLAG
              ELSE
                 MOVE  SPACE   TO   WS-LATE-FLAG
              END-IF
              STRING  ESK-CD " " EMP-NAME " dept " EMP-DPT-CD " "
                      ESK-SKL-CD " expires " ESK-EXPIRY " "
                      WS-LATE-FLAG
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM FIND-HELD-BOOKING
              IF WS-HELD-IDX NOT = ZERO
                 ADD  1 TO WS-HELD-COUNT
                 STRING  "    already " ENR-STATUS " on session "
                         WS-T-SES-NO(WS-HELD-IDX) " "
                         WS-T-DATE(WS-HELD-IDX)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 PERFORM FIND-BEST-SESSION
                 EVALUATE TRUE
                   WHEN WS-FREE-IDX NOT = ZERO
                      ADD  1 TO WS-OPEN-COUNT
                      STRING  "    session " WS-T-SES-NO(WS-FREE-IDX)
                              " " WS-T-DATE(WS-FREE-IDX)
                              " has seats"
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      IF WS-BOOK-MODE = "Y"
                         MOVE WS-FREE-IDX TO WS-SES-IDX
                         PERFORM BOOK-SESSION
                      END-IF
                   WHEN WS-FULL-IDX NOT = ZERO
                      ADD  1 TO WS-FULL-COUNT
                      STRING  "    all sessions full - waiting list"
                              " on " WS-T-SES-NO(WS-FULL-IDX) " "
                              WS-T-DATE(WS-FULL-IDX)
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      IF WS-BOOK-MODE = "Y"
                         MOVE WS-FULL-IDX TO WS-SES-IDX
                         PERFORM BOOK-SESSION
                      END-IF
                   WHEN OTHER
                      ADD  1 TO WS-NONE-COUNT
                      STRING  "    no session scheduled for "
                              ESK-SKL-CD
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                 END-EVALUATE
              END-IF
           END-IF.
       FIND-HELD-BOOKING.
           MOVE  ZERO          TO   WS-HELD-IDX.
           MOVE  "N"           TO   WS-ENR-EOF.
           MOVE  ESK-CD        TO   ENR-CD.
           START ENR-FILE KEY IS = ENR-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-ENR-EOF
           END-START.
           PERFORM UNTIL WS-ENR-EOF = "Y"
             READ ENR-FILE NEXT
             EVALUATE ENR-STS
               WHEN "00"
               WHEN "02"
                  IF ENR-CD NOT = ESK-CD
                     MOVE "Y" TO WS-ENR-EOF
                  ELSE
                     IF ENR-STATUS = "B" OR ENR-STATUS = "W"
                        PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                                UNTIL WS-SES-IDX > WS-SES-COUNT
                           IF WS-T-SES-NO(WS-SES-IDX) = ENR-SES-NO
                              AND WS-T-SKL-CD(WS-SES-IDX) = ESK-SKL-CD
                              MOVE WS-SES-IDX TO WS-HELD-IDX
                           END-IF
                        END-PERFORM
                        IF WS-HELD-IDX NOT = ZERO
                           MOVE "Y" TO WS-ENR-EOF
                        END-IF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-ENR-EOF
             END-EVALUATE
           END-PERFORM.
       FIND-BEST-SESSION.
           MOVE  ZERO          TO   WS-FREE-IDX.
           MOVE  ZERO          TO   WS-FULL-IDX.
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-COUNT
              IF WS-T-SKL-CD(WS-SES-IDX) = ESK-SKL-CD
                 IF WS-T-BOOKED(WS-SES-IDX) < WS-T-CAPACITY(WS-SES-IDX)
                    IF WS-FREE-IDX = ZERO
                       MOVE WS-SES-IDX TO WS-FREE-IDX
                    ELSE
                       IF WS-T-DATE(WS-SES-IDX) <
                          WS-T-DATE(WS-FREE-IDX)
                          MOVE WS-SES-IDX TO WS-FREE-IDX
                       END-IF
                    END-IF
                 ELSE
                    IF WS-FULL-IDX = ZERO
                       MOVE WS-SES-IDX TO WS-FULL-IDX
                    ELSE
                       IF WS-T-DATE(WS-SES-IDX) <
                          WS-T-DATE(WS-FULL-IDX)
                          MOVE WS-SES-IDX TO WS-FULL-IDX
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       BOOK-SESSION.
           MOVE  WS-T-SES-NO(WS-SES-IDX) TO   SES-NO.
           READ  SES-FILE KEY IS   SES-NO
             INVALID KEY
                 MOVE SPACES   TO   SES-STATUS
           END-READ.
           IF SES-STATUS = "S"
              MOVE  SES-NO                 TO   ENR-SES-NO
              MOVE  ESK-CD                 TO   ENR-CD
              MOVE  FUNCTION CURRENT-DATE  TO   ENR-TS
              MOVE  WS-OPR-ID              TO   ENR-OPR
              MOVE  ZERO                   TO   ENR-DONE-DATE
              IF SES-BOOKED < SES-CAPACITY
                 MOVE  "B"         TO   ENR-STATUS
                 ADD   1           TO   SES-BOOKED
              ELSE
                 MOVE  "W"         TO   ENR-STATUS
                 ADD   1           TO   SES-WAITING
              END-IF
              WRITE ENR-REC
                INVALID KEY
                   REWRITE ENR-REC
              END-WRITE
              REWRITE SES-REC
              MOVE  SES-BOOKED     TO   WS-T-BOOKED(WS-SES-IDX)
              IF ENR-STATUS = "B"
                 ADD  1 TO WS-BOOKED-COUNT
                 STRING  "    -> booked on session " SES-NO
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 ADD  1 TO WS-WAITED-COUNT
                 STRING  "    -> waiting list number " SES-WAITING
                         " on session " SES-NO
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       SPOOL-OPEN.
           MOVE  "O"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
       SPOOL-PARM.
           MOVE  "P"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEWARN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CASSEL.
           SELECT SORT-WORK ASSIGN TO "CASEWRNSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CAS-FILE.
           COPY CASREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-EXPIRY     PIC 9(08).
           03  SRT-CD         PIC X(04).
           03  SRT-NO         PIC 9(03).
           03  SRT-OUTCOME    PIC X(01).
           03  SRT-CLOSED     PIC 9(08).
           03  SRT-OPR        PIC X(08).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  CAS-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-LOAD-EOF        PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WK-DAYS            PIC  9(03).
       01  WS-TODAY           PIC  9(08).
       01  WS-LIMIT-INT       PIC  9(08).
       01  WS-LIMIT-DATE      PIC  9(08).
       01  WS-NAME            PIC  X(20).
       01  WS-WARN-TEXT       PIC  X(14).
       01  WS-LIVE-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-EXP-COUNT       PIC  9(05)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "CASEWARN".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "N"           TO   WS-LOAD-EOF.
           MOVE  ZERO          TO   WS-LIVE-COUNT.
           MOVE  ZERO          TO   WS-EXP-COUNT.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "H"
              DISPLAY "Not authorized - case files need HR authority."
           ELSE
              PERFORM SPOOL-OPEN
              MOVE    "*** Expiring Disciplinary Warnings ***"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              DISPLAY "Days ahead to look (blank = 30): "
                      NO ADVANCING
              ACCEPT  WK-DAYS
              IF WK-DAYS = ZERO
                 MOVE  30         TO   WK-DAYS
              END-IF
              STRING  "Days ahead " WK-DAYS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-PARM
              ACCEPT  WS-TODAY FROM DATE YYYYMMDD
              COMPUTE WS-LIMIT-INT =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY) + WK-DAYS
              COMPUTE WS-LIMIT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)
              STRING  "Warnings expiring " WS-TODAY " to "
                      WS-LIMIT-DATE
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-EXPIRY SRT-CD SRT-NO
                      INPUT PROCEDURE  IS LOAD-SORT
                      OUTPUT PROCEDURE IS PRINT-WARNINGS
              PERFORM SPOOL-CLOSE
           END-IF.
       MAIN-900.
           GOBACK.
       LOAD-SORT.
           OPEN  INPUT CAS-FILE.
           EVALUATE CAS-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMPCASE not found - no cases recorded"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
             WHEN OTHER
                STRING  "EMPCASE open failed, status " CAS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
           END-EVALUATE.
           PERFORM UNTIL WS-LOAD-EOF = "Y"
             READ CAS-FILE NEXT
             EVALUATE CAS-STS
               WHEN "00"
                  IF CAS-STAGE = "C"
                     AND CAS-WARN-EXPIRY >= WS-TODAY
                     ADD  1 TO WS-LIVE-COUNT
                     IF CAS-WARN-EXPIRY <= WS-LIMIT-DATE
                        MOVE  CAS-WARN-EXPIRY TO   SRT-EXPIRY
                        MOVE  CAS-CD          TO   SRT-CD
                        MOVE  CAS-NO          TO   SRT-NO
                        MOVE  CAS-OUTCOME     TO   SRT-OUTCOME
                        MOVE  CAS-CLOSED      TO   SRT-CLOSED
                        MOVE  CAS-OPR         TO   SRT-OPR
                        RELEASE SORT-REC
                     END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMPCASE, status " CAS-STS
                          " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
           IF CAS-STS NOT = 35
              CLOSE CAS-FILE
           END-IF.
       PRINT-WARNINGS.
           MOVE  "N"           TO   WS-EMP-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = ZERO
              MOVE "Y" TO WS-EMP-OPEN
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "Expires  ID   Employee Name        No. Warning"
                   "        Issued   Handler"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PRINT-ONE-WARNING
             END-RETURN
           END-PERFORM.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-EXP-COUNT " warning(s) expiring in the"
                   " next " WK-DAYS " day(s); " WS-LIVE-COUNT
                   " live in total ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-WARNING.
           ADD   1             TO   WS-EXP-COUNT.
           EVALUATE SRT-OUTCOME
             WHEN "V"
                MOVE "Verbal"        TO   WS-WARN-TEXT
             WHEN "W"
                MOVE "Written"       TO   WS-WARN-TEXT
             WHEN "F"
                MOVE "Final written" TO   WS-WARN-TEXT
             WHEN OTHER
                MOVE SRT-OUTCOME     TO   WS-WARN-TEXT
           END-EVALUATE.
           MOVE  "(not on EMP-FILE)" TO WS-NAME.
           IF WS-EMP-OPEN = "Y"
              MOVE  SRT-CD        TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EMP-NAME TO WS-NAME
              END-READ
           END-IF.
           STRING  SRT-EXPIRY " " SRT-CD " " WS-NAME " " SRT-NO " "
                   WS-WARN-TEXT " " SRT-CLOSED " " SRT-OPR
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
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

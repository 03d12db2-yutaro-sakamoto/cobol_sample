       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CASSEL.
           SELECT SORT-WORK ASSIGN TO "CASEAGESRT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CAS-FILE.
           COPY CASREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-DAYS       PIC 9(05).
           03  SRT-CD         PIC X(04).
           03  SRT-NO         PIC 9(03).
           03  SRT-TYPE       PIC X(01).
           03  SRT-OPENED     PIC 9(08).
           03  SRT-STAGE      PIC X(01).
           03  SRT-OPR        PIC X(08).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  CAS-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-LOAD-EOF        PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-NAME            PIC  X(20).
       01  WS-FLAG            PIC  X(18).
       01  WS-OPEN-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-AGE-30          PIC  9(05)  VALUE ZERO.
       01  WS-AGE-60          PIC  9(05)  VALUE ZERO.
       01  WS-AGE-90          PIC  9(05)  VALUE ZERO.
       01  WS-AGE-OVER        PIC  9(05)  VALUE ZERO.
       01  DSP-REC.
           03  DSP-CD         PIC X(04).
           03  FILLER         PIC X(01).
           03  DSP-NAME       PIC X(20).
           03  FILLER         PIC X(01).
           03  DSP-NO         PIC 9(03).
           03  FILLER         PIC X(01).
           03  DSP-TYPE       PIC X(01).
           03  FILLER         PIC X(01).
           03  DSP-OPENED     PIC 9999/99/99.
           03  FILLER         PIC X(01).
           03  DSP-STAGE      PIC X(01).
           03  FILLER         PIC X(01).
           03  DSP-OPR        PIC X(08).
           03  FILLER         PIC X(01).
           03  DSP-DAYS       PIC ZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-FLAG       PIC X(18).
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "CASEAGE".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "N"           TO   WS-LOAD-EOF.
           MOVE  ZERO          TO   WS-OPEN-COUNT.
           MOVE  ZERO          TO   WS-AGE-30.
           MOVE  ZERO          TO   WS-AGE-60.
           MOVE  ZERO          TO   WS-AGE-90.
           MOVE  ZERO          TO   WS-AGE-OVER.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "H"
              DISPLAY "Not authorized - case files need HR authority."
           ELSE
              PERFORM SPOOL-OPEN
              MOVE    "*** Open Case Ageing ***"  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              ACCEPT  WS-TODAY FROM DATE YYYYMMDD
              STRING  "As at " WS-TODAY
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              SORT    SORT-WORK
                      ON DESCENDING KEY SRT-DAYS
                      ON ASCENDING  KEY SRT-CD SRT-NO
                      INPUT PROCEDURE  IS LOAD-SORT
                      OUTPUT PROCEDURE IS PRINT-AGEING
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
                  IF CAS-STAGE NOT = "C"
                     COMPUTE SRT-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE(CAS-OPENED)
                     MOVE  CAS-CD       TO   SRT-CD
                     MOVE  CAS-NO       TO   SRT-NO
                     MOVE  CAS-TYPE     TO   SRT-TYPE
                     MOVE  CAS-OPENED   TO   SRT-OPENED
                     MOVE  CAS-STAGE    TO   SRT-STAGE
                     MOVE  CAS-OPR      TO   SRT-OPR
                     RELEASE SORT-REC
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
       PRINT-AGEING.
           MOVE  "N"           TO   WS-EMP-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = ZERO
              MOVE "Y" TO WS-EMP-OPEN
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "ID   Employee Name        No. T Opened     S"
                   " Handler   Days"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "---- -------------------- --- - ---------- -"
                   " -------- -----"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PRINT-ONE-CASE
             END-RETURN
           END-PERFORM.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-OPEN-COUNT " open case(s): 0-30 days "
                   WS-AGE-30 ", 31-60 " WS-AGE-60 ", 61-90 "
                   WS-AGE-90 ", over 90 " WS-AGE-OVER " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-CASE.
           ADD   1             TO   WS-OPEN-COUNT.
           MOVE  SPACES        TO   WS-FLAG.
           EVALUATE TRUE
             WHEN SRT-DAYS <= 30
                ADD  1 TO WS-AGE-30
             WHEN SRT-DAYS <= 60
                ADD  1 TO WS-AGE-60
             WHEN SRT-DAYS <= 90
                ADD  1 TO WS-AGE-90
             WHEN OTHER
                ADD  1 TO WS-AGE-OVER
                MOVE "** OVER 90 DAYS **" TO WS-FLAG
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
           MOVE  SPACES        TO   DSP-REC.
           MOVE  SRT-CD        TO   DSP-CD.
           MOVE  WS-NAME       TO   DSP-NAME.
           MOVE  SRT-NO        TO   DSP-NO.
           MOVE  SRT-TYPE      TO   DSP-TYPE.
           MOVE  SRT-OPENED    TO   DSP-OPENED.
           MOVE  SRT-STAGE     TO   DSP-STAGE.
           MOVE  SRT-OPR       TO   DSP-OPR.
           MOVE  SRT-DAYS      TO   DSP-DAYS.
           MOVE  WS-FLAG       TO   DSP-FLAG.
           MOVE  DSP-REC       TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
       SPOOL-OPEN.
           MOVE  "O"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

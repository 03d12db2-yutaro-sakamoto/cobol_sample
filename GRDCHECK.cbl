       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPDSEL.
           COPY ASHSEL.
           COPY GRDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  ASH-FILE.
           COPY ASHREC.
       FD  GRD-FILE.
           COPY GRDREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC 9(02).
       01  ASH-STS            PIC 9(02).
       01  WS-EMP-DSN         PIC X(08)  VALUE "EMPFILE".
       01  WS-USE-ASOF        PIC X      VALUE "N".
       01  WS-SRC-OK          PIC X      VALUE "Y".
       01  WS-ASOF-DATE       PIC 9(08)  VALUE ZERO.
       01  GRD-STS            PIC 9(02).
       01  WS-EOF             PIC X      VALUE "N".
       01  WS-GRD-FOUND       PIC X      VALUE "N".
           03  DSP-GRADE      PIC X(02).
           03  FILLER         PIC X.
           03  DSP-SALARY     PIC Z,ZZZ,ZZ9.99.
           03  DSP-SALARY-X   REDEFINES DSP-SALARY PIC X(12).
           03  FILLER         PIC X(06)  VALUE " band ".
           03  DSP-MIN        PIC Z,ZZZ,ZZ9.99.
           03  FILLER         PIC X(03)  VALUE " - ".
           03  DSP-MAX        PIC Z,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "GRDCHECK".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       01  WS-SEC-FUNC        PIC X(01).
       01  WS-SEC-FIELD       PIC X(03)   VALUE "SAL".
       01  WS-SEC-PGM         PIC X(10)   VALUE "GRDCHECK".
       01  WS-SEC-SHOW        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-CHECK-COUNT.
           MOVE  ZERO          TO   WS-EXCEPT-COUNT.
           MOVE  ZERO          TO   WS-NO-BAND-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Salary Band Exception Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM PROMPT-EMP-SOURCE.
           PERFORM CHOOSE-EMP-SOURCE.
           IF WS-SRC-OK NOT = "Y"
              MOVE "Y" TO WS-EOF
           END-IF.
           IF WS-EOF NOT = "Y"
              OPEN  INPUT GRD-FILE
              EVALUATE GRD-STS
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   MOVE    "GRADMAST not found - run GRDMAINT first"
                           TO   WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "Y" TO WS-EOF
                WHEN OTHER
                   STRING  "GRADMAST open failed, status " GRD-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "Y" TO WS-EOF
              END-EVALUATE
           END-IF.
           IF WS-EOF NOT = "Y"
              OPEN  INPUT EMP-FILE
              EVALUATE EMP-STS
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   MOVE    "EMP-FILE not found - run EMPWRITE first"
                           TO   WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "Y" TO WS-EOF
                WHEN OTHER
                   STRING  "EMP-FILE open failed, status " EMP-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "Y" TO WS-EOF
              END-EVALUATE
              IF WS-EOF NOT = "Y"
                 MOVE    "ID   Employee Name        Gd       Salary"
                         TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE    "---- -------------------- -- ------------"
                         TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 PERFORM UNTIL WS-EOF = "Y"
                   READ EMP-FILE NEXT
                   EVALUATE EMP-STS
                     WHEN "10"
                        MOVE "Y" TO WS-EOF
                     WHEN OTHER
                        STRING  "I-O error reading EMP-FILE, status "
                                EMP-STS " - contact support"
                                DELIMITED BY SIZE INTO WS-SPL-LINE
                        PERFORM SPOOL-LINE
                        MOVE "Y" TO WS-EOF
                   END-EVALUATE
                 END-PERFORM
              CLOSE GRD-FILE
           END-IF.
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, EMP-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       CHECK-EMP-BAND.
           ADD   1             TO   WS-CHECK-COUNT.
                    MOVE  EMP-CD          TO   DSP-CD
                    MOVE  EMP-NAME        TO   DSP-NAME
                    MOVE  EMP-GRADE       TO   DSP-GRADE
                    MOVE  "V"             TO   WS-SEC-FUNC
                    CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD,
                                         EMP-CD, WS-SEC-PGM,
                                         WS-SEC-SHOW
                    IF WS-SEC-SHOW = "Y"
                       MOVE  EMP-SALARY   TO   DSP-SALARY
                    ELSE
                       MOVE  "   *********" TO  DSP-SALARY-X
                    END-IF
                    MOVE  GRD-MIN-SALARY  TO   DSP-MIN
                    MOVE  GRD-MAX-SALARY  TO   DSP-MAX
                    MOVE  DSP-REC       TO   WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    ADD   1               TO   WS-EXCEPT-COUNT
                 END-IF
              END-IF
           END-IF.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "=== Checked " WS-CHECK-COUNT
                   " active employee(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Out of band: " WS-EXCEPT-COUNT
                   "   No band on file: " WS-NO-BAND-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PROMPT-EMP-SOURCE.
           DISPLAY "Run against as-of master EMPASOF (Y/N)? "
                   NO ADVANCING.
           ACCEPT  WS-USE-ASOF.
           MOVE FUNCTION UPPER-CASE(WS-USE-ASOF) TO WS-USE-ASOF.
       CHOOSE-EMP-SOURCE.
           MOVE  "EMPFILE"     TO   WS-EMP-DSN.
           MOVE  "Y"           TO   WS-SRC-OK.
           IF WS-USE-ASOF = "Y"
              OPEN  INPUT ASH-FILE
              EVALUATE ASH-STS
                WHEN "00"
                   READ ASH-FILE NEXT
                     AT END
                        MOVE "N" TO WS-SRC-OK
                     NOT AT END
                        MOVE ASH-ASOF-DATE TO WS-ASOF-DATE
                   END-READ
                   CLOSE ASH-FILE
                WHEN OTHER
                   MOVE "N" TO WS-SRC-OK
              END-EVALUATE
              IF WS-SRC-OK = "Y"
                 MOVE  "EMPASOF"  TO   WS-EMP-DSN
                 STRING  "*** Run against as-of master - employees"
                         " as at " WS-ASOF-DATE " (built "
                         ASH-BUILT-TS(1:8) " by " ASH-OPR ") ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "As-of master not built - run EMPASOF"
                         " first"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
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

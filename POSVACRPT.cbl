       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVACRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POSSEL.
           COPY DEPTSEL.
           COPY DIVSEL.
           COPY EMPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-FILE.
           COPY POSREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  DIV-FILE.
           COPY DIVREC.
       FD  EMP-FILE.
           COPY EMPREC.
       WORKING-STORAGE SECTION.
       01  POS-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  DIV-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-FILLED          PIC  X      VALUE "N".
       01  WS-DPT-FOUND       PIC  X      VALUE "N".
       01  WS-DPT-COUNT       PIC  9(03)  VALUE ZERO.
       01  WS-DPT-IDX         PIC  9(03)  VALUE ZERO.
       01  WS-DPT-SCAN        PIC  9(03)  VALUE ZERO.
       01  WS-VAC-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-VAC-IDX         PIC  9(04)  VALUE ZERO.
       01  WS-UNKNOWN-COUNT   PIC  9(04)  VALUE ZERO.
       01  WS-CUR-DIV         PIC  X(02).
       01  WS-DIV-POS         PIC  9(05)  VALUE ZERO.
       01  WS-DIV-FILLED      PIC  9(05)  VALUE ZERO.
       01  WS-DIV-VACANT      PIC  9(05)  VALUE ZERO.
       01  WS-DIV-FTE         PIC  9(05)V99 VALUE ZERO.
       01  WS-DIV-VAC-FTE     PIC  9(05)V99 VALUE ZERO.
       01  WS-TOT-POS         PIC  9(05)  VALUE ZERO.
       01  WS-TOT-FILLED      PIC  9(05)  VALUE ZERO.
       01  WS-TOT-VACANT      PIC  9(05)  VALUE ZERO.
       01  WS-TOT-FTE         PIC  9(05)V99 VALUE ZERO.
       01  WS-TOT-VAC-FTE     PIC  9(05)V99 VALUE ZERO.
       01  WS-DPT-TABLE.
           03  WS-DPT-ENTRY   OCCURS 200 TIMES
                               INDEXED BY WS-DPT-IX.
               05  WS-DPT-CD       PIC X(02).
               05  WS-DPT-NAME     PIC X(20).
               05  WS-DPT-DIV      PIC X(02).
               05  WS-DPT-DONE     PIC X(01).
               05  WS-DPT-POS      PIC 9(05).
               05  WS-DPT-FILLED   PIC 9(05).
               05  WS-DPT-VACANT   PIC 9(05).
               05  WS-DPT-FTE      PIC 9(05)V99.
               05  WS-DPT-VAC-FTE  PIC 9(05)V99.
       01  WS-VAC-TABLE.
           03  WS-VAC-ENTRY   OCCURS 2000 TIMES
                               INDEXED BY WS-VAC-IX.
               05  WS-VAC-NO       PIC X(06).
               05  WS-VAC-TITLE    PIC X(20).
               05  WS-VAC-DPT      PIC X(02).
               05  WS-VAC-GRADE    PIC X(02).
               05  WS-VAC-FTE      PIC 9(01)V99.
               05  WS-VAC-SINCE    PIC 9(08).
       01  DSP-REC.
           03  DSP-DPT        PIC X(02).
           03  FILLER         PIC X(01).
           03  DSP-NAME       PIC X(20).
           03  FILLER         PIC X(01).
           03  DSP-POS        PIC ZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-FTE        PIC ZZZZ9.99.
           03  FILLER         PIC X(01).
           03  DSP-FILLED     PIC ZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-VACANT     PIC ZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-VAC-FTE    PIC ZZZZ9.99.
       01  DSP-VAC.
           03  FILLER         PIC X(06)   VALUE SPACES.
           03  DSP-V-NO       PIC X(06).
           03  FILLER         PIC X(01)   VALUE SPACE.
           03  DSP-V-TITLE    PIC X(20).
           03  FILLER         PIC X(01)   VALUE SPACE.
           03  DSP-V-GRADE    PIC X(02).
           03  FILLER         PIC X(01)   VALUE SPACE.
           03  DSP-V-FTE      PIC 9.99.
           03  FILLER         PIC X(01)   VALUE SPACE.
           03  DSP-V-SINCE    PIC X(21).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "POSVACRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Position Vacancy Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM LOAD-DEPARTMENTS.
           IF WS-DPT-COUNT = ZERO
              STRING  "No departments on DEPTMAST - run DEPTLOAD"
                      " first"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              OPEN  INPUT POS-FILE
              EVALUATE POS-STS
                WHEN "00"
                   OPEN  INPUT EMP-FILE
                   IF EMP-STS = ZERO
                      MOVE "Y" TO WS-EMP-OPEN
                   END-IF
                   PERFORM SCAN-POSITIONS
                   IF WS-EMP-OPEN = "Y"
                      CLOSE EMP-FILE
                   END-IF
                   CLOSE POS-FILE
                   PERFORM PRINT-BY-DIVISION
                   PERFORM PRINT-TOTALS
                WHEN "35"
                   STRING  "POSMAST not found - set up positions with"
                           " POSMAINT first"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN OTHER
                   STRING  "POSMAST open failed, status " POS-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
              END-EVALUATE
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-DEPARTMENTS.
           MOVE  ZERO          TO   WS-DPT-COUNT.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ DEPT-FILE NEXT
             EVALUATE DEPT-STS
               WHEN "00"
                  IF WS-DPT-COUNT < 200
                     ADD  1 TO WS-DPT-COUNT
                     SET  WS-DPT-IX TO WS-DPT-COUNT
                     MOVE DEPT-CD      TO WS-DPT-CD(WS-DPT-IX)
                     MOVE DEPT-NAME    TO WS-DPT-NAME(WS-DPT-IX)
                     MOVE DEPT-DIV-CD  TO WS-DPT-DIV(WS-DPT-IX)
                     MOVE "N"          TO WS-DPT-DONE(WS-DPT-IX)
                     MOVE ZERO         TO WS-DPT-POS(WS-DPT-IX)
                     MOVE ZERO         TO WS-DPT-FILLED(WS-DPT-IX)
                     MOVE ZERO         TO WS-DPT-VACANT(WS-DPT-IX)
                     MOVE ZERO         TO WS-DPT-FTE(WS-DPT-IX)
                     MOVE ZERO         TO WS-DPT-VAC-FTE(WS-DPT-IX)
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF DEPT-STS NOT = 35
              CLOSE DEPT-FILE
           END-IF.
           MOVE  "N"           TO   WS-EOF.
       SCAN-POSITIONS.
           MOVE  ZERO          TO   WS-VAC-COUNT.
           MOVE  ZERO          TO   WS-UNKNOWN-COUNT.
           PERFORM UNTIL WS-EOF = "Y"
             READ POS-FILE NEXT
             EVALUATE POS-STS
               WHEN "00"
               WHEN "02"
                  IF POS-STATUS = "A"
                     PERFORM COUNT-ONE-POSITION
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading POSMAST, status "
                          POS-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       COUNT-ONE-POSITION.
           MOVE  "N"           TO   WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT
                        OR WS-DPT-FOUND = "Y"
              SET  WS-DPT-IX TO WS-DPT-IDX
              IF WS-DPT-CD(WS-DPT-IX) = POS-DPT-CD
                 MOVE "Y" TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = "N"
              ADD  1 TO WS-UNKNOWN-COUNT
              STRING  "Position " POS-NO " has unknown department "
                      POS-DPT-CD " - correct with POSMAINT"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              PERFORM CHECK-INCUMBENT
              ADD  1        TO   WS-DPT-POS(WS-DPT-IX)
              ADD  POS-FTE  TO   WS-DPT-FTE(WS-DPT-IX)
              IF WS-FILLED = "Y"
                 ADD  1        TO   WS-DPT-FILLED(WS-DPT-IX)
              ELSE
                 ADD  1        TO   WS-DPT-VACANT(WS-DPT-IX)
                 ADD  POS-FTE  TO   WS-DPT-VAC-FTE(WS-DPT-IX)
                 IF WS-VAC-COUNT < 2000
                    ADD  1 TO WS-VAC-COUNT
                    SET  WS-VAC-IX TO WS-VAC-COUNT
                    MOVE POS-NO        TO WS-VAC-NO(WS-VAC-IX)
                    MOVE POS-TITLE     TO WS-VAC-TITLE(WS-VAC-IX)
                    MOVE POS-DPT-CD    TO WS-VAC-DPT(WS-VAC-IX)
                    MOVE POS-GRADE     TO WS-VAC-GRADE(WS-VAC-IX)
                    MOVE POS-FTE       TO WS-VAC-FTE(WS-VAC-IX)
                    MOVE POS-FILL-DATE TO WS-VAC-SINCE(WS-VAC-IX)
                 END-IF
              END-IF
           END-IF.
       CHECK-INCUMBENT.
           MOVE  "N"           TO   WS-FILLED.
           IF POS-EMP-CD NOT = SPACES
              MOVE  "Y"        TO   WS-FILLED
              IF WS-EMP-OPEN = "Y"
                 MOVE  POS-EMP-CD  TO   EMP-CD
                 READ  EMP-FILE KEY IS EMP-CD
                   INVALID KEY
                       MOVE "N"    TO   WS-FILLED
                   NOT INVALID KEY
                       IF EMP-STATUS = "T"
                          MOVE "N" TO   WS-FILLED
                       END-IF
                 END-READ
              END-IF
           END-IF.
       PRINT-BY-DIVISION.
           PERFORM SPOOL-LINE.
           STRING  "Dp Department          Posns   Auth FTE Filled"
                   " Vacnt  Vac FTE"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT DIV-FILE.
           IF DIV-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ DIV-FILE NEXT
             EVALUATE DIV-STS
               WHEN "00"
                  PERFORM SPOOL-LINE
                  STRING  "Division " DIV-CD " " DIV-NAME
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE  DIV-CD     TO   WS-CUR-DIV
                  PERFORM PRINT-DIVISION
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF DIV-STS NOT = 35
              CLOSE DIV-FILE
           END-IF.
           MOVE  "N"           TO   WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT
              SET  WS-DPT-IX TO WS-DPT-IDX
              IF WS-DPT-DONE(WS-DPT-IX) = "N"
                 MOVE "Y" TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = "Y"
              PERFORM SPOOL-LINE
              MOVE    "Departments not assigned to a division"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM VARYING WS-DPT-SCAN FROM 1 BY 1
                        UNTIL WS-DPT-SCAN > WS-DPT-COUNT
                 SET  WS-DPT-IX TO WS-DPT-SCAN
                 IF WS-DPT-DONE(WS-DPT-IX) = "N"
                    MOVE WS-DPT-DIV(WS-DPT-IX) TO WS-CUR-DIV
                    PERFORM PRINT-DIVISION
                 END-IF
              END-PERFORM
           END-IF.
       PRINT-DIVISION.
           MOVE  ZERO          TO   WS-DIV-POS.
           MOVE  ZERO          TO   WS-DIV-FILLED.
           MOVE  ZERO          TO   WS-DIV-VACANT.
           MOVE  ZERO          TO   WS-DIV-FTE.
           MOVE  ZERO          TO   WS-DIV-VAC-FTE.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT
              SET  WS-DPT-IX TO WS-DPT-IDX
              IF WS-DPT-DIV(WS-DPT-IX) = WS-CUR-DIV
                 AND WS-DPT-DONE(WS-DPT-IX) = "N"
                 PERFORM PRINT-ONE-DEPT
              END-IF
           END-PERFORM.
           MOVE  SPACES        TO   DSP-DPT.
           MOVE  "Division total"  TO   DSP-NAME.
           MOVE  WS-DIV-POS    TO   DSP-POS.
           MOVE  WS-DIV-FTE    TO   DSP-FTE.
           MOVE  WS-DIV-FILLED TO   DSP-FILLED.
           MOVE  WS-DIV-VACANT TO   DSP-VACANT.
           MOVE  WS-DIV-VAC-FTE TO  DSP-VAC-FTE.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-DEPT.
           MOVE  "Y"                       TO WS-DPT-DONE(WS-DPT-IX).
           MOVE  WS-DPT-CD(WS-DPT-IX)      TO DSP-DPT.
           MOVE  WS-DPT-NAME(WS-DPT-IX)    TO DSP-NAME.
           MOVE  WS-DPT-POS(WS-DPT-IX)     TO DSP-POS.
           MOVE  WS-DPT-FTE(WS-DPT-IX)     TO DSP-FTE.
           MOVE  WS-DPT-FILLED(WS-DPT-IX)  TO DSP-FILLED.
           MOVE  WS-DPT-VACANT(WS-DPT-IX)  TO DSP-VACANT.
           MOVE  WS-DPT-VAC-FTE(WS-DPT-IX) TO DSP-VAC-FTE.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-VAC-IDX FROM 1 BY 1
                     UNTIL WS-VAC-IDX > WS-VAC-COUNT
              SET  WS-VAC-IX TO WS-VAC-IDX
              IF WS-VAC-DPT(WS-VAC-IX) = WS-DPT-CD(WS-DPT-IX)
                 MOVE WS-VAC-NO(WS-VAC-IX)    TO DSP-V-NO
                 MOVE WS-VAC-TITLE(WS-VAC-IX) TO DSP-V-TITLE
                 MOVE WS-VAC-GRADE(WS-VAC-IX) TO DSP-V-GRADE
                 MOVE WS-VAC-FTE(WS-VAC-IX)   TO DSP-V-FTE
                 IF WS-VAC-SINCE(WS-VAC-IX) = ZERO
                    MOVE "never filled"       TO DSP-V-SINCE
                 ELSE
                    MOVE SPACES               TO DSP-V-SINCE
                    STRING "vacant since " WS-VAC-SINCE(WS-VAC-IX)
                           DELIMITED BY SIZE INTO DSP-V-SINCE
                 END-IF
                 MOVE  DSP-VAC       TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-PERFORM.
           ADD   WS-DPT-POS(WS-DPT-IX)     TO WS-DIV-POS.
           ADD   WS-DPT-FILLED(WS-DPT-IX)  TO WS-DIV-FILLED.
           ADD   WS-DPT-VACANT(WS-DPT-IX)  TO WS-DIV-VACANT.
           ADD   WS-DPT-FTE(WS-DPT-IX)     TO WS-DIV-FTE.
           ADD   WS-DPT-VAC-FTE(WS-DPT-IX) TO WS-DIV-VAC-FTE.
           ADD   WS-DPT-POS(WS-DPT-IX)     TO WS-TOT-POS.
           ADD   WS-DPT-FILLED(WS-DPT-IX)  TO WS-TOT-FILLED.
           ADD   WS-DPT-VACANT(WS-DPT-IX)  TO WS-TOT-VACANT.
           ADD   WS-DPT-FTE(WS-DPT-IX)     TO WS-TOT-FTE.
           ADD   WS-DPT-VAC-FTE(WS-DPT-IX) TO WS-TOT-VAC-FTE.
       PRINT-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Open positions    : " WS-TOT-POS
                   "  authorized FTE " WS-TOT-FTE " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Filled            : " WS-TOT-FILLED " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Vacant            : " WS-TOT-VACANT
                   "  vacant FTE " WS-TOT-VAC-FTE " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-UNKNOWN-COUNT > ZERO
              STRING  "=== " WS-UNKNOWN-COUNT
                      " position(s) with unknown department ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PENDSEL.
           COPY GRDSEL.
           COPY REQSEL.
           COPY POSSEL.
           COPY DEPTSEL.
           COPY DIVSEL.
           COPY BUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  EMP-PEND.
           COPY PENDREC.
       FD  GRD-FILE.
           COPY GRDREC.
       FD  REQ-FILE.
           COPY REQREC.
       FD  POS-FILE.
           COPY POSREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  DIV-FILE.
           COPY DIVREC.
       FD  BUD-FILE.
           COPY BUDREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  PEND-STS           PIC  9(02).
       01  GRD-STS            PIC  9(02).
       01  REQ-STS            PIC  9(02).
       01  POS-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  DIV-STS            PIC  9(02).
       01  BUD-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-BUD-OPEN        PIC  X      VALUE "N".
       01  WS-BUD-FOUND       PIC  X      VALUE "N".
       01  WS-FILLED          PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WK-PRB-PCT         PIC  9(03)V99.
       01  WS-CALC-YYYY       PIC  9(04).
       01  WS-CALC-MM         PIC  9(02).
       01  WS-CALC-ADD        PIC  9(04).
       01  WS-CALC-PERIOD     PIC  9(06).
       01  WS-PERIODS.
           03  WS-PER         OCCURS 12 TIMES PIC 9(06).
       01  WS-M               PIC  9(02)  VALUE ZERO.
       01  WS-START-M         PIC  9(02)  VALUE ZERO.
       01  WS-IDX             PIC  9(04)  VALUE ZERO.
       01  WS-JDX             PIC  9(04)  VALUE ZERO.
       01  WS-DPT-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-DPT-FOUND       PIC  X      VALUE "N".
       01  WS-DPT-TABLE.
           03  WS-D-ENTRY     OCCURS 100 TIMES
                               INDEXED BY WS-D-IX.
               05  WS-D-CD         PIC X(02).
               05  WS-D-NAME       PIC X(20).
               05  WS-D-DIV        PIC X(02).
               05  WS-D-DONE       PIC X(01).
               05  WS-D-MONTH      OCCURS 12 TIMES.
                   07  WS-D-HC     PIC 9(05).
                   07  WS-D-SAL    PIC 9(11)V99.
       01  WS-DIV-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-DIV-TABLE.
           03  WS-V-ENTRY     OCCURS 50 TIMES
                               INDEXED BY WS-V-IX.
               05  WS-V-CD         PIC X(02).
               05  WS-V-NAME       PIC X(20).
       01  WS-GRD-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-GRD-FOUND       PIC  X      VALUE "N".
       01  WS-GRD-TABLE.
           03  WS-G-ENTRY     OCCURS 100 TIMES
                               INDEXED BY WS-G-IX.
               05  WS-G-CD         PIC X(02).
               05  WS-G-MID        PIC 9(07)V99.
       01  WS-PND-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-PND-TABLE.
           03  WS-P-ENTRY     OCCURS 1000 TIMES
                               INDEXED BY WS-P-IX.
               05  WS-P-CD         PIC X(04).
               05  WS-P-PERIOD     PIC 9(06).
               05  WS-P-DPT        PIC X(02).
               05  WS-P-SALARY     PIC 9(07)V99.
       01  WS-RQP-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-RQP-FOUND       PIC  X      VALUE "N".
       01  WS-RQP-TABLE.
           03  WS-RQP-NO      OCCURS 500 TIMES PIC X(06).
       01  WS-E-DPT           PIC  X(02).
       01  WS-E-SALARY        PIC  9(07)V99.
       01  WS-E-START         PIC  9(06).
       01  WS-E-RETIRE        PIC  9(06).
       01  WS-E-PROBATION     PIC  9(06).
       01  WS-NEW-DPT         PIC  X(02).
       01  WS-NEW-GRADE       PIC  X(02).
       01  WS-NEW-COST        PIC  9(07)V99.
       01  WS-EVENTS.
           03  WS-EV-MONTH    OCCURS 12 TIMES.
               05  WS-EV-PEND      PIC 9(05).
               05  WS-EV-PROB      PIC 9(05).
               05  WS-EV-RET       PIC 9(05).
               05  WS-EV-START     PIC 9(05).
               05  WS-EV-REQ       PIC 9(05).
               05  WS-EV-VAC       PIC 9(05).
       01  WS-TOTALS.
           03  WS-T-MONTH     OCCURS 12 TIMES.
               05  WS-T-FC-HC      PIC 9(06).
               05  WS-T-FC-SAL     PIC 9(12)V99.
               05  WS-T-BUD-HC     PIC 9(06).
               05  WS-T-BUD-SAL    PIC 9(12)V99.
       01  WS-GRAND.
           03  WS-G-MONTH     OCCURS 12 TIMES.
               05  WS-GR-FC-HC     PIC 9(06).
               05  WS-GR-FC-SAL    PIC 9(12)V99.
               05  WS-GR-BUD-HC    PIC 9(06).
               05  WS-GR-BUD-SAL   PIC 9(12)V99.
       01  WS-CUR-DIV         PIC  X(02).
       01  WS-DIV-DPTS        PIC  9(03)  VALUE ZERO.
       01  WS-DPT-OVER        PIC  X      VALUE "N".
       01  WS-OVER-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-NOBUD-COUNT     PIC  9(04)  VALUE ZERO.
       01  WS-EMP-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-SKIP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-YEAR-COST       PIC  9(12)V99  VALUE ZERO.
       01  WS-VAR-HC          PIC S9(06)  VALUE ZERO.
       01  WS-VAR-SAL         PIC S9(12)V99  VALUE ZERO.
       01  DSP-REC.
           03  FILLER         PIC X(04).
           03  DSP-PERIOD     PIC 9(06).
           03  FILLER         PIC X(02).
           03  DSP-FC-HC      PIC ZZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-BUD-HC     PIC ZZZZZ9.
           03  FILLER         PIC X(01).
           03  DSP-VAR-HC     PIC +(05)9.
           03  FILLER         PIC X(02).
           03  DSP-FC-SAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER         PIC X(01).
           03  DSP-BUD-SAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER         PIC X(01).
           03  DSP-VAR-SAL    PIC +(12)9.99.
           03  FILLER         PIC X(01).
           03  DSP-FLAG       PIC X(09).
       01  DSP-EV-REC.
           03  FILLER         PIC X(04).
           03  DSP-EV-PERIOD  PIC 9(06).
           03  FILLER         PIC X(02).
           03  DSP-EV-PEND    PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-EV-PROB    PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-EV-RET     PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-EV-START   PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-EV-REQ     PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-EV-VAC     PIC ZZZZ9.
       01  DSP-YEAR-COST      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  DSP-PRB-PCT        PIC ZZ9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPFCST".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-DPT-MAX.
           MOVE  ZERO          TO   WS-DIV-MAX.
           MOVE  ZERO          TO   WS-GRD-MAX.
           MOVE  ZERO          TO   WS-PND-MAX.
           MOVE  ZERO          TO   WS-RQP-MAX.
           MOVE  ZERO          TO   WS-OVER-COUNT.
           MOVE  ZERO          TO   WS-NOBUD-COUNT.
           MOVE  ZERO          TO   WS-EMP-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           INITIALIZE WS-EVENTS.
           INITIALIZE WS-GRAND.
           PERFORM SPOOL-OPEN.
           MOVE    "*** 12-Month Headcount and Salary Forecast ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Salary increase % at end of probation"
                   " (blank = none): " NO ADVANCING.
           ACCEPT  WK-PRB-PCT.
           MOVE    WK-PRB-PCT  TO   DSP-PRB-PCT.
           STRING  "Probation increase pct " DSP-PRB-PCT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM BUILD-PERIODS.
           STRING  "Forecast window: " WS-PER(1) " to " WS-PER(12)
                   "   Salary figures are annual run-rate, as"
                   " held on BUDFILE"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                MOVE "Y" TO WS-EMP-OPEN
                PERFORM LOAD-DEPARTMENTS
                PERFORM LOAD-DIVISIONS
                PERFORM LOAD-GRADES
                PERFORM LOAD-PENDING
                PERFORM PROJECT-EMPLOYEES
                PERFORM PROJECT-REQUISITIONS
                PERFORM PROJECT-VACANCIES
                CLOSE EMP-FILE
                PERFORM OPEN-BUD-FILE
                PERFORM PRINT-FORECAST
                IF WS-BUD-OPEN = "Y"
                   CLOSE BUD-FILE
                END-IF
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       BUILD-PERIODS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              MOVE  WS-TODAY(1:4)  TO   WS-CALC-YYYY
              MOVE  WS-TODAY(5:2)  TO   WS-CALC-MM
              MOVE  WS-M           TO   WS-CALC-ADD
              PERFORM ADD-CALC-MONTHS
              MOVE  WS-CALC-PERIOD TO   WS-PER(WS-M)
           END-PERFORM.
       ADD-CALC-MONTHS.
           COMPUTE WS-CALC-MM = WS-CALC-MM + WS-CALC-ADD.
           PERFORM UNTIL WS-CALC-MM <= 12
              SUBTRACT 12 FROM WS-CALC-MM
              ADD      1  TO   WS-CALC-YYYY
           END-PERFORM.
           COMPUTE WS-CALC-PERIOD =
                   WS-CALC-YYYY * 100 + WS-CALC-MM.
       FIND-START-MONTH.
           MOVE  1             TO   WS-START-M.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              IF WS-CALC-PERIOD >= WS-PER(WS-M)
                 MOVE  WS-M    TO   WS-START-M
              END-IF
           END-PERFORM.
           IF WS-CALC-PERIOD > WS-PER(12)
              MOVE  13         TO   WS-START-M
           END-IF.
       LOAD-DEPARTMENTS.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ DEPT-FILE NEXT
                EVALUATE DEPT-STS
                  WHEN "00"
                     IF WS-DPT-MAX < 100
                        ADD  1 TO WS-DPT-MAX
                        SET  WS-D-IX TO WS-DPT-MAX
                        INITIALIZE WS-D-ENTRY(WS-D-IX)
                        MOVE DEPT-CD     TO WS-D-CD(WS-D-IX)
                        MOVE DEPT-NAME   TO WS-D-NAME(WS-D-IX)
                        MOVE DEPT-DIV-CD TO WS-D-DIV(WS-D-IX)
                        MOVE "N"         TO WS-D-DONE(WS-D-IX)
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE DEPT-FILE
           END-IF.
       LOAD-DIVISIONS.
           OPEN  INPUT DIV-FILE.
           IF DIV-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ DIV-FILE NEXT
                EVALUATE DIV-STS
                  WHEN "00"
                     IF WS-DIV-MAX < 50
                        ADD  1 TO WS-DIV-MAX
                        SET  WS-V-IX TO WS-DIV-MAX
                        MOVE DIV-CD      TO WS-V-CD(WS-V-IX)
                        MOVE DIV-NAME    TO WS-V-NAME(WS-V-IX)
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE DIV-FILE
           END-IF.
       LOAD-GRADES.
           OPEN  INPUT GRD-FILE.
           IF GRD-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ GRD-FILE NEXT
                EVALUATE GRD-STS
                  WHEN "00"
                     IF WS-GRD-MAX < 100
                        ADD  1 TO WS-GRD-MAX
                        SET  WS-G-IX TO WS-GRD-MAX
                        MOVE GRD-CD      TO WS-G-CD(WS-G-IX)
                        COMPUTE WS-G-MID(WS-G-IX) ROUNDED =
                              (GRD-MIN-SALARY + GRD-MAX-SALARY) / 2
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE GRD-FILE
           ELSE
              MOVE    "GRADMAST not available - requisitions and"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE    "vacancies will be costed at zero."
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       LOAD-PENDING.
           OPEN  INPUT EMP-PEND.
           IF PEND-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ EMP-PEND NEXT
                EVALUATE PEND-STS
                  WHEN "00"
                     IF PEND-STATUS = "P"
                        AND PEND-EFF-DATE(1:6) <= WS-PER(12)
                        PERFORM STORE-PENDING
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE EMP-PEND
           END-IF.
       STORE-PENDING.
           IF WS-PND-MAX < 1000
              ADD  1 TO WS-PND-MAX
              SET  WS-P-IX TO WS-PND-MAX
              MOVE PEND-CD            TO WS-P-CD(WS-P-IX)
              MOVE PEND-EFF-DATE(1:6) TO WS-P-PERIOD(WS-P-IX)
              MOVE PEND-DPT-CD        TO WS-P-DPT(WS-P-IX)
              MOVE PEND-SALARY        TO WS-P-SALARY(WS-P-IX)
           ELSE
              STRING  "Pending change " PEND-SEQ " for " PEND-CD
                      " not forecast - table full"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PROJECT-EMPLOYEES.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  IF EMP-STATUS NOT = "T"
                     ADD  1 TO WS-EMP-COUNT
                     PERFORM PROJECT-ONE-EMP
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status "
                          EMP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       PROJECT-ONE-EMP.
           MOVE  EMP-DPT-CD    TO   WS-E-DPT.
           MOVE  EMP-SALARY    TO   WS-E-SALARY.
           MOVE  ZERO          TO   WS-E-START.
           MOVE  999999        TO   WS-E-RETIRE.
           MOVE  ZERO          TO   WS-E-PROBATION.
           IF EMP-ENT-DATE IS NUMERIC AND EMP-ENT-DATE NOT = ZERO
              MOVE  EMP-ENT-DATE(1:6)  TO   WS-E-START
              MOVE  EMP-ENT-DATE(1:4)  TO   WS-CALC-YYYY
              MOVE  EMP-ENT-DATE(5:2)  TO   WS-CALC-MM
              MOVE  6                  TO   WS-CALC-ADD
              PERFORM ADD-CALC-MONTHS
              MOVE  WS-CALC-PERIOD     TO   WS-E-PROBATION
           END-IF.
           IF EMP-BIRTH-DATE IS NUMERIC
              AND EMP-BIRTH-DATE NOT = ZERO
              MOVE  EMP-BIRTH-DATE(1:4)  TO   WS-CALC-YYYY
              MOVE  EMP-BIRTH-DATE(5:2)  TO   WS-CALC-MM
              ADD   65                   TO   WS-CALC-YYYY
              COMPUTE WS-E-RETIRE = WS-CALC-YYYY * 100 + WS-CALC-MM
              IF WS-E-RETIRE < WS-PER(1)
                 MOVE  999999          TO   WS-E-RETIRE
              END-IF
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              PERFORM APPLY-EMP-PENDING
              IF WS-E-PROBATION = WS-PER(WS-M)
                 ADD  1 TO WS-EV-PROB(WS-M)
                 IF WK-PRB-PCT > ZERO
                    COMPUTE WS-E-SALARY ROUNDED = WS-E-SALARY
                                  * (100 + WK-PRB-PCT) / 100
                 END-IF
              END-IF
              IF WS-E-START = WS-PER(WS-M)
                 ADD  1 TO WS-EV-START(WS-M)
              END-IF
              IF WS-E-RETIRE = WS-PER(WS-M)
                 ADD  1 TO WS-EV-RET(WS-M)
              END-IF
              IF WS-E-START <= WS-PER(WS-M)
                 AND WS-E-RETIRE >= WS-PER(WS-M)
                 MOVE  WS-E-DPT      TO   WS-NEW-DPT
                 PERFORM FIND-DEPT
                 IF WS-DPT-FOUND = "Y"
                    ADD  1           TO WS-D-HC(WS-D-IX, WS-M)
                    ADD  WS-E-SALARY TO WS-D-SAL(WS-D-IX, WS-M)
                 END-IF
              END-IF
           END-PERFORM.
       APPLY-EMP-PENDING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PND-MAX
              SET  WS-P-IX TO WS-IDX
              IF WS-P-CD(WS-P-IX) = EMP-CD
                 AND (WS-P-PERIOD(WS-P-IX) = WS-PER(WS-M)
                  OR (WS-M = 1
                      AND WS-P-PERIOD(WS-P-IX) < WS-PER(1)))
                 IF WS-P-DPT(WS-P-IX) NOT = SPACES
                    MOVE  WS-P-DPT(WS-P-IX)    TO   WS-E-DPT
                 END-IF
                 IF WS-P-SALARY(WS-P-IX) NOT = ZERO
                    MOVE  WS-P-SALARY(WS-P-IX) TO   WS-E-SALARY
                 END-IF
                 ADD  1 TO WS-EV-PEND(WS-M)
              END-IF
           END-PERFORM.
       FIND-DEPT.
           MOVE  "N"           TO   WS-DPT-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > WS-DPT-MAX
                        OR WS-DPT-FOUND = "Y"
              SET  WS-D-IX TO WS-JDX
              IF WS-D-CD(WS-D-IX) = WS-NEW-DPT
                 MOVE "Y" TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = "N" AND WS-DPT-MAX < 100
              ADD  1 TO WS-DPT-MAX
              SET  WS-D-IX TO WS-DPT-MAX
              INITIALIZE WS-D-ENTRY(WS-D-IX)
              MOVE WS-NEW-DPT      TO WS-D-CD(WS-D-IX)
              MOVE "** not on DEPTMAST **" TO WS-D-NAME(WS-D-IX)
              MOVE SPACES          TO WS-D-DIV(WS-D-IX)
              MOVE "N"             TO WS-D-DONE(WS-D-IX)
              MOVE "Y"             TO WS-DPT-FOUND
           END-IF.
           IF WS-DPT-FOUND = "N"
              ADD  1 TO WS-SKIP-COUNT
           END-IF.
       FIND-GRADE-COST.
           MOVE  ZERO          TO   WS-NEW-COST.
           MOVE  "N"           TO   WS-GRD-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > WS-GRD-MAX
                        OR WS-GRD-FOUND = "Y"
              SET  WS-G-IX TO WS-JDX
              IF WS-G-CD(WS-G-IX) = WS-NEW-GRADE
                 MOVE "Y"              TO WS-GRD-FOUND
                 MOVE WS-G-MID(WS-G-IX) TO WS-NEW-COST
              END-IF
           END-PERFORM.
       PROJECT-REQUISITIONS.
           OPEN  INPUT REQ-FILE.
           IF REQ-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ REQ-FILE NEXT
                EVALUATE REQ-STS
                  WHEN "00"
                     IF REQ-STATUS = "O"
                        PERFORM PROJECT-ONE-REQ
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE REQ-FILE
           END-IF.
       PROJECT-ONE-REQ.
           IF REQ-POS-NO NOT = SPACES AND WS-RQP-MAX < 500
              ADD  1 TO WS-RQP-MAX
              MOVE REQ-POS-NO    TO   WS-RQP-NO(WS-RQP-MAX)
           END-IF.
           MOVE  REQ-GRADE     TO   WS-NEW-GRADE.
           PERFORM FIND-GRADE-COST.
           IF WS-GRD-FOUND = "N"
              MOVE  REQ-SALARY TO   WS-NEW-COST
           END-IF.
           MOVE  ZERO          TO   WS-CALC-PERIOD.
           IF REQ-TARGET-DATE IS NUMERIC
              MOVE  REQ-TARGET-DATE(1:6)  TO   WS-CALC-PERIOD
           END-IF.
           PERFORM FIND-START-MONTH.
           IF WS-START-M <= 12
              ADD  1           TO   WS-EV-REQ(WS-START-M)
              MOVE REQ-DPT-CD  TO   WS-NEW-DPT
              PERFORM FIND-DEPT
              IF WS-DPT-FOUND = "Y"
                 PERFORM VARYING WS-M FROM WS-START-M BY 1
                           UNTIL WS-M > 12
                    ADD  1           TO WS-D-HC(WS-D-IX, WS-M)
                    ADD  WS-NEW-COST TO WS-D-SAL(WS-D-IX, WS-M)
                 END-PERFORM
              END-IF
           END-IF.
       PROJECT-VACANCIES.
           OPEN  INPUT POS-FILE.
           IF POS-STS = ZERO
              MOVE  "N"        TO   WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ POS-FILE NEXT
                EVALUATE POS-STS
                  WHEN "00"
                  WHEN "02"
                     IF POS-STATUS = "A"
                        PERFORM CHECK-INCUMBENT
                        IF WS-FILLED = "N"
                           PERFORM PROJECT-ONE-VACANCY
                        END-IF
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
              CLOSE POS-FILE
           END-IF.
       CHECK-INCUMBENT.
           MOVE  "N"           TO   WS-FILLED.
           IF POS-EMP-CD NOT = SPACES
              MOVE  "Y"        TO   WS-FILLED
              MOVE  POS-EMP-CD TO   EMP-CD
              READ  EMP-FILE KEY IS EMP-CD
                INVALID KEY
                    MOVE "N"   TO   WS-FILLED
                NOT INVALID KEY
                    IF EMP-STATUS = "T"
                       MOVE "N" TO  WS-FILLED
                    END-IF
              END-READ
           END-IF.
       PROJECT-ONE-VACANCY.
           MOVE  "N"           TO   WS-RQP-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > WS-RQP-MAX
                        OR WS-RQP-FOUND = "Y"
              IF WS-RQP-NO(WS-JDX) = POS-NO
                 MOVE "Y" TO WS-RQP-FOUND
              END-IF
           END-PERFORM.
           IF WS-RQP-FOUND = "N"
              MOVE  POS-GRADE  TO   WS-NEW-GRADE
              PERFORM FIND-GRADE-COST
              IF POS-FTE > ZERO
                 COMPUTE WS-NEW-COST ROUNDED = WS-NEW-COST * POS-FTE
              END-IF
              ADD   1          TO   WS-EV-VAC(1)
              MOVE  POS-DPT-CD TO   WS-NEW-DPT
              PERFORM FIND-DEPT
              IF WS-DPT-FOUND = "Y"
                 PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                    ADD  1           TO WS-D-HC(WS-D-IX, WS-M)
                    ADD  WS-NEW-COST TO WS-D-SAL(WS-D-IX, WS-M)
                 END-PERFORM
              END-IF
           END-IF.
       OPEN-BUD-FILE.
           MOVE  "N"           TO   WS-BUD-OPEN.
           OPEN  INPUT BUD-FILE.
           EVALUATE BUD-STS
             WHEN "00"
                MOVE "Y" TO WS-BUD-OPEN
             WHEN "35"
                MOVE    "BUDFILE not found - forecast printed without"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE    "budget figures; load budgets via BUDMAINT"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "BUDFILE open failed, status " BUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRINT-FORECAST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-DIV-MAX
              SET  WS-V-IX TO WS-IDX
              MOVE WS-V-CD(WS-V-IX) TO WS-CUR-DIV
              PERFORM PRINT-ONE-DIVISION
           END-PERFORM.
           MOVE  "N"           TO   WS-DPT-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > WS-DPT-MAX
              SET  WS-D-IX TO WS-JDX
              IF WS-D-DONE(WS-D-IX) = "N"
                 MOVE "Y" TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = "Y"
              PERFORM SPOOL-LINE
              MOVE    "Division ** none / not on DIVMAST **"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              INITIALIZE WS-TOTALS
              PERFORM VARYING WS-JDX FROM 1 BY 1
                        UNTIL WS-JDX > WS-DPT-MAX
                 SET  WS-D-IX TO WS-JDX
                 IF WS-D-DONE(WS-D-IX) = "N"
                    PERFORM PRINT-ONE-DEPT
                 END-IF
              END-PERFORM
              MOVE    "  Total - no division" TO   WS-SPL-LINE
              PERFORM PRINT-TOTAL-LINES
           END-IF.
           PERFORM SPOOL-LINE.
           MOVE  "=== Grand total, all divisions ===" TO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  WS-GRAND      TO   WS-TOTALS.
           MOVE  SPACES        TO   WS-SPL-LINE.
           PERFORM PRINT-TOTAL-LINES.
           PERFORM PRINT-EVENTS.
           MOVE  ZERO          TO   WS-YEAR-COST.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              COMPUTE WS-YEAR-COST ROUNDED = WS-YEAR-COST
                                  + WS-GR-FC-SAL(WS-M) / 12
           END-PERFORM.
           MOVE  WS-YEAR-COST  TO   DSP-YEAR-COST.
           PERFORM SPOOL-LINE.
           STRING  "=== Forecast salary cost for the 12 months: "
                   DSP-YEAR-COST " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-EMP-COUNT " active employee(s) projected, "
                   WS-OVER-COUNT " department(s) over budget in at"
                   " least one month ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-NOBUD-COUNT > ZERO
              STRING  "=== " WS-NOBUD-COUNT " department-month(s) with"
                      " no budget on file ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-SKIP-COUNT > ZERO
              STRING  "=== " WS-SKIP-COUNT " item(s) not forecast -"
                      " department table full ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-ONE-DIVISION.
           MOVE  ZERO          TO   WS-DIV-DPTS.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > WS-DPT-MAX
              SET  WS-D-IX TO WS-JDX
              IF WS-D-DIV(WS-D-IX) = WS-CUR-DIV
                 ADD  1 TO WS-DIV-DPTS
              END-IF
           END-PERFORM.
           IF WS-DIV-DPTS > ZERO
              PERFORM SPOOL-LINE
              STRING  "Division " WS-CUR-DIV " " WS-V-NAME(WS-V-IX)
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              INITIALIZE WS-TOTALS
              PERFORM VARYING WS-JDX FROM 1 BY 1
                        UNTIL WS-JDX > WS-DPT-MAX
                 SET  WS-D-IX TO WS-JDX
                 IF WS-D-DIV(WS-D-IX) = WS-CUR-DIV
                    PERFORM PRINT-ONE-DEPT
                 END-IF
              END-PERFORM
              STRING  "  Total division " WS-CUR-DIV
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM PRINT-TOTAL-LINES
           END-IF.
       PRINT-ONE-DEPT.
           MOVE  "Y"           TO   WS-D-DONE(WS-D-IX).
           MOVE  "N"           TO   WS-DPT-OVER.
           PERFORM SPOOL-LINE.
           STRING  "  Department " WS-D-CD(WS-D-IX) " "
                   WS-D-NAME(WS-D-IX)
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM PRINT-COLUMN-HEADS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              PERFORM PRINT-DEPT-MONTH
           END-PERFORM.
           IF WS-DPT-OVER = "Y"
              ADD  1 TO WS-OVER-COUNT
           END-IF.
       PRINT-COLUMN-HEADS.
           STRING  "    Period  FcstHC  BudHC  VarHC     Forecast Sala"
                   "ry      Budget Salary       Salary Var"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-DEPT-MONTH.
           MOVE  SPACES        TO   DSP-REC.
           MOVE  WS-PER(WS-M)  TO   DSP-PERIOD.
           MOVE  WS-D-HC(WS-D-IX, WS-M)  TO   DSP-FC-HC.
           MOVE  WS-D-SAL(WS-D-IX, WS-M) TO   DSP-FC-SAL.
           ADD   WS-D-HC(WS-D-IX, WS-M)  TO   WS-T-FC-HC(WS-M).
           ADD   WS-D-SAL(WS-D-IX, WS-M) TO   WS-T-FC-SAL(WS-M).
           ADD   WS-D-HC(WS-D-IX, WS-M)  TO   WS-GR-FC-HC(WS-M).
           ADD   WS-D-SAL(WS-D-IX, WS-M) TO   WS-GR-FC-SAL(WS-M).
           MOVE  "N"           TO   WS-BUD-FOUND.
           IF WS-BUD-OPEN = "Y"
              MOVE  WS-PER(WS-M)       TO   BUD-PERIOD
              MOVE  WS-D-CD(WS-D-IX)   TO   BUD-DPT
              READ  BUD-FILE KEY IS BUD-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y"           TO   WS-BUD-FOUND
              END-READ
           END-IF.
           IF WS-BUD-FOUND = "Y"
              COMPUTE WS-VAR-HC  = WS-D-HC(WS-D-IX, WS-M) - BUD-ACTIVE
              COMPUTE WS-VAR-SAL = WS-D-SAL(WS-D-IX, WS-M) - BUD-SALARY
              MOVE  BUD-ACTIVE     TO   DSP-BUD-HC
              MOVE  BUD-SALARY     TO   DSP-BUD-SAL
              MOVE  WS-VAR-HC      TO   DSP-VAR-HC
              MOVE  WS-VAR-SAL     TO   DSP-VAR-SAL
              ADD   BUD-ACTIVE     TO   WS-T-BUD-HC(WS-M)
              ADD   BUD-SALARY     TO   WS-T-BUD-SAL(WS-M)
              ADD   BUD-ACTIVE     TO   WS-GR-BUD-HC(WS-M)
              ADD   BUD-SALARY     TO   WS-GR-BUD-SAL(WS-M)
              IF WS-VAR-HC > ZERO OR WS-VAR-SAL > ZERO
                 MOVE  "OVER"      TO   DSP-FLAG
                 MOVE  "Y"         TO   WS-DPT-OVER
              END-IF
           ELSE
              MOVE  "NO BUDGET"    TO   DSP-FLAG
              ADD   1              TO   WS-NOBUD-COUNT
           END-IF.
           MOVE  DSP-REC       TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
       PRINT-TOTAL-LINES.
           IF WS-SPL-LINE NOT = SPACES
              PERFORM SPOOL-LINE
           END-IF.
           PERFORM PRINT-COLUMN-HEADS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              MOVE  SPACES              TO   DSP-REC
              MOVE  WS-PER(WS-M)        TO   DSP-PERIOD
              MOVE  WS-T-FC-HC(WS-M)    TO   DSP-FC-HC
              MOVE  WS-T-BUD-HC(WS-M)   TO   DSP-BUD-HC
              MOVE  WS-T-FC-SAL(WS-M)   TO   DSP-FC-SAL
              MOVE  WS-T-BUD-SAL(WS-M)  TO   DSP-BUD-SAL
              COMPUTE WS-VAR-HC  = WS-T-FC-HC(WS-M)
                                 - WS-T-BUD-HC(WS-M)
              COMPUTE WS-VAR-SAL = WS-T-FC-SAL(WS-M)
                                 - WS-T-BUD-SAL(WS-M)
              MOVE  WS-VAR-HC           TO   DSP-VAR-HC
              MOVE  WS-VAR-SAL          TO   DSP-VAR-SAL
              IF WS-VAR-HC > ZERO OR WS-VAR-SAL > ZERO
                 MOVE  "OVER"           TO   DSP-FLAG
              END-IF
              MOVE  DSP-REC             TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
       PRINT-EVENTS.
           PERFORM SPOOL-LINE.
           MOVE  "=== Known events applied by month ===" TO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Period  Pendg  Probn  Retrd  Start  Reqns"
                   "  Vacnt"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
              MOVE  SPACES              TO   DSP-EV-REC
              MOVE  WS-PER(WS-M)        TO   DSP-EV-PERIOD
              MOVE  WS-EV-PEND(WS-M)    TO   DSP-EV-PEND
              MOVE  WS-EV-PROB(WS-M)    TO   DSP-EV-PROB
              MOVE  WS-EV-RET(WS-M)     TO   DSP-EV-RET
              MOVE  WS-EV-START(WS-M)   TO   DSP-EV-START
              MOVE  WS-EV-REQ(WS-M)     TO   DSP-EV-REQ
              MOVE  WS-EV-VAC(WS-M)     TO   DSP-EV-VAC
              MOVE  DSP-EV-REC          TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
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

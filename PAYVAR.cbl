       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGSEL.
           COPY AUDITSEL.
           COPY COMPSEL.
           COPY HRSSEL.
           COPY LEAVESEL.
           COPY VSOSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REG.
           COPY REGREC.
       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  COMP-HIST.
           COPY COMPREC.
       FD  HRS-FILE.
           COPY HRSREC.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  VSO-FILE.
           COPY VSOREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  REG-STS            PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  COMP-STS           PIC  9(02).
       01  HRS-STS            PIC  9(02).
       01  LV-STS             PIC  9(02).
       01  VSO-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-LV-EOF          PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WK-PERIOD          PIC  9(06).
       01  WK-PCT-TOL         PIC  9(03)V99.
       01  WK-AMT-TOL         PIC  9(07)V99.
       01  WK-CONFIRM         PIC  X(01).
       01  WS-PREV-PERIOD     PIC  9(06).
       01  WS-PREV-YYYY       PIC  9(04).
       01  WS-PREV-MM         PIC  9(02).
       01  WS-DIFF            PIC  9(07)V99.
       01  WS-PCT             PIC  9(05)V99.
       01  WS-OVER            PIC  X      VALUE "N".
       01  WS-FOUND           PIC  X      VALUE "N".
       01  WS-IDX             PIC  9(04)  VALUE ZERO.
       01  WS-FIDX            PIC  9(04)  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-CUR-GROSS-TOT   PIC  9(11)V99  VALUE ZERO.
       01  WS-CUR-NET-TOT     PIC  9(11)V99  VALUE ZERO.
       01  WS-CUR-GROSS       PIC  9(07)V99.
       01  WS-CUR-NET         PIC  9(07)V99.
       01  WS-CAUSE           PIC  X(40).
       01  WS-CAUSE-PTR       PIC  9(02).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-PRV-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-PRV-TABLE.
           03  WS-PRV-ENTRY   OCCURS 5000 TIMES
                               INDEXED BY WS-PRV-IX.
               05  WS-PRV-CD       PIC X(04).
               05  WS-PRV-GROSS    PIC 9(07)V99.
               05  WS-PRV-NET      PIC 9(07)V99.
               05  WS-PRV-SEEN     PIC X(01).
       01  WS-FLG-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-FLG-TABLE.
           03  WS-FLG-ENTRY   OCCURS 1000 TIMES
                               INDEXED BY WS-FLG-IX.
               05  WS-FLG-CD       PIC X(04).
               05  WS-FLG-TYPE     PIC X(08).
               05  WS-FLG-PGROSS   PIC 9(07)V99.
               05  WS-FLG-CGROSS   PIC 9(07)V99.
               05  WS-FLG-PNET     PIC 9(07)V99.
               05  WS-FLG-CNET     PIC 9(07)V99.
               05  WS-FLG-AUD      PIC X(03).
               05  WS-FLG-COMP     PIC X(01).
               05  WS-FLG-OT       PIC 9(03)V99.
               05  WS-FLG-SHIFT    PIC 9(03)V99.
               05  WS-FLG-LV-TYPE  PIC X(01).
               05  WS-FLG-LV-DAYS  PIC 9(02).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYVAR".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-PRV-MAX.
           MOVE  ZERO          TO   WS-FLG-MAX.
           MOVE  ZERO          TO   WS-CUR-GROSS-TOT.
           MOVE  ZERO          TO   WS-CUR-NET-TOT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Pre-Release Pay Variance Report ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           DISPLAY "Pay period (YYYYMM, blank = current): "
                   NO ADVANCING.
           ACCEPT  WK-PERIOD.
           IF WK-PERIOD = ZERO
              MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
           END-IF.
           DISPLAY "Percentage tolerance (zero = 10.00): "
                   NO ADVANCING.
           ACCEPT  WK-PCT-TOL.
           IF WK-PCT-TOL = ZERO
              MOVE  10         TO   WK-PCT-TOL
           END-IF.
           DISPLAY "Amount tolerance (zero = 500.00): " NO ADVANCING.
           ACCEPT  WK-AMT-TOL.
           IF WK-AMT-TOL = ZERO
              MOVE  500        TO   WK-AMT-TOL
           END-IF.
           STRING  "Period " WK-PERIOD " pct " WK-PCT-TOL
                   " amt " WK-AMT-TOL
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM GET-PREV-PERIOD.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                PERFORM LOAD-PREV-PERIOD
                PERFORM COMPARE-CUR-PERIOD
                PERFORM FLAG-MISSING
                CLOSE PAY-REG
                IF WS-RUN-OK = "Y"
                   PERFORM FIND-CAUSES
                   PERFORM PRINT-VARIANCES
                   PERFORM RECORD-SIGNOFF
                END-IF
             WHEN "35"
                MOVE    "PAYREG not found - run PAYCALC first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       GET-PREV-PERIOD.
           MOVE  WK-PERIOD(1:4)  TO   WS-PREV-YYYY.
           MOVE  WK-PERIOD(5:2)  TO   WS-PREV-MM.
           IF WS-PREV-MM = 1
              MOVE  12         TO   WS-PREV-MM
              SUBTRACT 1       FROM WS-PREV-YYYY
           ELSE
              SUBTRACT 1       FROM WS-PREV-MM
           END-IF.
           COMPUTE WS-PREV-PERIOD = WS-PREV-YYYY * 100 + WS-PREV-MM.
           STRING  "Comparing period " WK-PERIOD " with "
                   WS-PREV-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       LOAD-PREV-PERIOD.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WS-PREV-PERIOD TO  REG-PERIOD.
           MOVE  LOW-VALUES    TO   REG-CD.
           START PAY-REG KEY IS >= REG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ PAY-REG NEXT
             EVALUATE REG-STS
               WHEN "00"
                  IF REG-PERIOD NOT = WS-PREV-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     IF WS-PRV-MAX < 5000
                        ADD  1 TO WS-PRV-MAX
                        SET  WS-PRV-IX TO WS-PRV-MAX
                        MOVE REG-CD    TO WS-PRV-CD(WS-PRV-IX)
                        MOVE REG-GROSS TO WS-PRV-GROSS(WS-PRV-IX)
                        MOVE REG-NET   TO WS-PRV-NET(WS-PRV-IX)
                        MOVE "N"       TO WS-PRV-SEEN(WS-PRV-IX)
                     ELSE
                        STRING  "Previous-period table full - "
                                "comparison incomplete"
                                DELIMITED BY SIZE INTO WS-SPL-LINE
                        PERFORM SPOOL-LINE
                        MOVE "N" TO WS-RUN-OK
                        MOVE "Y" TO WS-EOF
                     END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYREG, status "
                          REG-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       COMPARE-CUR-PERIOD.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-PERIOD     TO   REG-PERIOD.
           MOVE  LOW-VALUES    TO   REG-CD.
           START PAY-REG KEY IS >= REG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ PAY-REG NEXT
             EVALUATE REG-STS
               WHEN "00"
                  IF REG-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     ADD  1 TO WS-READ-COUNT
                     ADD  REG-GROSS TO WS-CUR-GROSS-TOT
                     ADD  REG-NET   TO WS-CUR-NET-TOT
                     PERFORM COMPARE-ONE-EMP
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYREG, status "
                          REG-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-READ-COUNT = ZERO
              STRING  "No register records for period " WK-PERIOD
                      " - run PAYCALC first"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
       COMPARE-ONE-EMP.
           MOVE  "N"           TO   WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PRV-MAX OR WS-FOUND = "Y"
              SET  WS-PRV-IX TO WS-IDX
              IF WS-PRV-CD(WS-PRV-IX) = REG-CD
                 MOVE "Y" TO WS-FOUND
                 MOVE "Y" TO WS-PRV-SEEN(WS-PRV-IX)
              END-IF
           END-PERFORM.
           MOVE  REG-GROSS     TO   WS-CUR-GROSS.
           MOVE  REG-NET       TO   WS-CUR-NET.
           IF WS-FOUND = "N"
              PERFORM ADD-FLAG
              MOVE  "NEW"      TO   WS-FLG-TYPE(WS-FLG-IX)
              MOVE  ZERO       TO   WS-FLG-PGROSS(WS-FLG-IX)
              MOVE  ZERO       TO   WS-FLG-PNET(WS-FLG-IX)
           ELSE
              MOVE  "N"        TO   WS-OVER
              IF WS-CUR-GROSS > WS-PRV-GROSS(WS-PRV-IX)
                 COMPUTE WS-DIFF = WS-CUR-GROSS
                                 - WS-PRV-GROSS(WS-PRV-IX)
              ELSE
                 COMPUTE WS-DIFF = WS-PRV-GROSS(WS-PRV-IX)
                                 - WS-CUR-GROSS
              END-IF
              PERFORM TEST-TOLERANCE-GROSS
              IF WS-CUR-NET > WS-PRV-NET(WS-PRV-IX)
                 COMPUTE WS-DIFF = WS-CUR-NET - WS-PRV-NET(WS-PRV-IX)
              ELSE
                 COMPUTE WS-DIFF = WS-PRV-NET(WS-PRV-IX) - WS-CUR-NET
              END-IF
              PERFORM TEST-TOLERANCE-NET
              IF WS-OVER = "Y" OR WS-CUR-NET = ZERO
                 PERFORM ADD-FLAG
                 IF WS-CUR-NET = ZERO
                    MOVE "ZERO NET" TO  WS-FLG-TYPE(WS-FLG-IX)
                 ELSE
                    MOVE "VARIANCE" TO  WS-FLG-TYPE(WS-FLG-IX)
                 END-IF
                 MOVE  WS-PRV-GROSS(WS-PRV-IX)
                                 TO   WS-FLG-PGROSS(WS-FLG-IX)
                 MOVE  WS-PRV-NET(WS-PRV-IX)
                                 TO   WS-FLG-PNET(WS-FLG-IX)
              END-IF
           END-IF.
       TEST-TOLERANCE-GROSS.
           IF WS-DIFF > WK-AMT-TOL
              MOVE "Y" TO WS-OVER
           END-IF.
           IF WS-PRV-GROSS(WS-PRV-IX) > ZERO
              COMPUTE WS-PCT ROUNDED =
                      WS-DIFF * 100 / WS-PRV-GROSS(WS-PRV-IX)
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-PCT
              END-COMPUTE
              IF WS-PCT > WK-PCT-TOL
                 MOVE "Y" TO WS-OVER
              END-IF
           END-IF.
       TEST-TOLERANCE-NET.
           IF WS-DIFF > WK-AMT-TOL
              MOVE "Y" TO WS-OVER
           END-IF.
           IF WS-PRV-NET(WS-PRV-IX) > ZERO
              COMPUTE WS-PCT ROUNDED =
                      WS-DIFF * 100 / WS-PRV-NET(WS-PRV-IX)
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-PCT
              END-COMPUTE
              IF WS-PCT > WK-PCT-TOL
                 MOVE "Y" TO WS-OVER
              END-IF
           END-IF.
       ADD-FLAG.
           IF WS-FLG-MAX < 1000
              ADD   1          TO   WS-FLG-MAX
           ELSE
              STRING  "Variance table full - later flags overwrite"
                      " the last line"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           SET   WS-FLG-IX     TO   WS-FLG-MAX.
           MOVE  REG-CD        TO   WS-FLG-CD(WS-FLG-IX).
           MOVE  WS-CUR-GROSS  TO   WS-FLG-CGROSS(WS-FLG-IX).
           MOVE  WS-CUR-NET    TO   WS-FLG-CNET(WS-FLG-IX).
           MOVE  SPACES        TO   WS-FLG-AUD(WS-FLG-IX).
           MOVE  "N"           TO   WS-FLG-COMP(WS-FLG-IX).
           MOVE  ZERO          TO   WS-FLG-OT(WS-FLG-IX).
           MOVE  ZERO          TO   WS-FLG-SHIFT(WS-FLG-IX).
           MOVE  SPACES        TO   WS-FLG-LV-TYPE(WS-FLG-IX).
           MOVE  ZERO          TO   WS-FLG-LV-DAYS(WS-FLG-IX).
       FLAG-MISSING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PRV-MAX
              SET  WS-PRV-IX TO WS-IDX
              IF WS-PRV-SEEN(WS-PRV-IX) = "N"
                 MOVE  WS-PRV-CD(WS-PRV-IX)  TO   REG-CD
                 MOVE  ZERO                  TO   WS-CUR-GROSS
                 MOVE  ZERO                  TO   WS-CUR-NET
                 PERFORM ADD-FLAG
                 MOVE  "MISSING"   TO   WS-FLG-TYPE(WS-FLG-IX)
                 MOVE  WS-PRV-GROSS(WS-PRV-IX)
                                   TO   WS-FLG-PGROSS(WS-FLG-IX)
                 MOVE  WS-PRV-NET(WS-PRV-IX)
                                   TO   WS-FLG-PNET(WS-FLG-IX)
              END-IF
           END-PERFORM.
       FIND-CAUSES.
           IF WS-FLG-MAX > ZERO
              PERFORM SCAN-AUDIT-CAUSES
              PERFORM SCAN-COMP-CAUSES
              PERFORM READ-HOURS-LEAVE
           END-IF.
       SCAN-AUDIT-CAUSES.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT EMP-AUDIT.
           IF AUD-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-AUDIT NEXT
             EVALUATE AUD-STS
               WHEN "00"
                  IF (AUD-TS(1:6) = WK-PERIOD
                     OR AUD-TS(1:6) = WS-PREV-PERIOD)
                     AND AUD-ACTION NOT = "CON"
                     PERFORM VARYING WS-FIDX FROM 1 BY 1
                               UNTIL WS-FIDX > WS-FLG-MAX
                        SET  WS-FLG-IX TO WS-FIDX
                        IF WS-FLG-CD(WS-FLG-IX) = AUD-CD
                           MOVE AUD-ACTION TO WS-FLG-AUD(WS-FLG-IX)
                        END-IF
                     END-PERFORM
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF AUD-STS NOT = 35
              CLOSE EMP-AUDIT
           END-IF.
       SCAN-COMP-CAUSES.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT COMP-HIST.
           IF COMP-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ COMP-HIST NEXT
             EVALUATE COMP-STS
               WHEN "00"
                  IF COMP-EFF-DATE(1:6) = WK-PERIOD
                     OR COMP-EFF-DATE(1:6) = WS-PREV-PERIOD
                     PERFORM VARYING WS-FIDX FROM 1 BY 1
                               UNTIL WS-FIDX > WS-FLG-MAX
                        SET  WS-FLG-IX TO WS-FIDX
                        IF WS-FLG-CD(WS-FLG-IX) = COMP-CD
                           MOVE "Y" TO WS-FLG-COMP(WS-FLG-IX)
                        END-IF
                     END-PERFORM
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF COMP-STS NOT = 35
              CLOSE COMP-HIST
           END-IF.
       READ-HOURS-LEAVE.
           OPEN  INPUT HRS-FILE.
           OPEN  INPUT LEAVE-FILE.
           PERFORM VARYING WS-FIDX FROM 1 BY 1
                     UNTIL WS-FIDX > WS-FLG-MAX
              SET  WS-FLG-IX TO WS-FIDX
              IF HRS-STS = ZERO
                 MOVE  WK-PERIOD             TO   HRS-PERIOD
                 MOVE  WS-FLG-CD(WS-FLG-IX)  TO   HRS-CD
                 READ  HRS-FILE KEY IS HRS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HRS-OT-HOURS  TO WS-FLG-OT(WS-FLG-IX)
                       MOVE HRS-SHIFT-HRS TO WS-FLG-SHIFT(WS-FLG-IX)
                 END-READ
              END-IF
              IF LV-STS = ZERO
                 PERFORM READ-LEAVE-FOR-FLAG
              END-IF
           END-PERFORM.
           IF HRS-STS NOT = 35
              CLOSE HRS-FILE
           END-IF.
           IF LV-STS NOT = 35
              CLOSE LEAVE-FILE
           END-IF.
       READ-LEAVE-FOR-FLAG.
           MOVE  "N"           TO   WS-LV-EOF.
           MOVE  WS-FLG-CD(WS-FLG-IX)  TO   LV-CD.
           MOVE  LOW-VALUES    TO   LV-TYPE.
           START LEAVE-FILE KEY IS >= LV-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-LV-EOF
           END-START.
           PERFORM UNTIL WS-LV-EOF = "Y"
             READ LEAVE-FILE NEXT
             EVALUATE LV-STS
               WHEN "00"
                  IF LV-CD NOT = WS-FLG-CD(WS-FLG-IX)
                     MOVE "Y" TO WS-LV-EOF
                  ELSE
                     IF LV-PERIOD = WK-PERIOD
                        AND LV-PERIOD-DAYS > WS-FLG-LV-DAYS(WS-FLG-IX)
                        MOVE LV-TYPE  TO WS-FLG-LV-TYPE(WS-FLG-IX)
                        MOVE LV-PERIOD-DAYS
                                      TO WS-FLG-LV-DAYS(WS-FLG-IX)
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LV-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  ZERO          TO   LV-STS.
       PRINT-VARIANCES.
           PERFORM SPOOL-LINE.
           STRING  "Tolerance: " WK-PCT-TOL "% or " WK-AMT-TOL
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Emp  Flag     Prev gross Curr gross Prev net  "
                   " Curr net   Likely cause"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-FIDX FROM 1 BY 1
                     UNTIL WS-FIDX > WS-FLG-MAX
              SET  WS-FLG-IX TO WS-FIDX
              PERFORM BUILD-CAUSE
              STRING  WS-FLG-CD(WS-FLG-IX) " "
                      WS-FLG-TYPE(WS-FLG-IX) " "
                      WS-FLG-PGROSS(WS-FLG-IX) " "
                      WS-FLG-CGROSS(WS-FLG-IX) " "
                      WS-FLG-PNET(WS-FLG-IX) " "
                      WS-FLG-CNET(WS-FLG-IX) " "
                      WS-CAUSE
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-READ-COUNT " register record(s), "
                   WS-FLG-MAX " flagged, gross " WS-CUR-GROSS-TOT
                   " net " WS-CUR-NET-TOT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       BUILD-CAUSE.
           MOVE  SPACES        TO   WS-CAUSE.
           MOVE  1             TO   WS-CAUSE-PTR.
           IF WS-FLG-AUD(WS-FLG-IX) NOT = SPACES
              STRING "Audit " WS-FLG-AUD(WS-FLG-IX) " "
                     DELIMITED BY SIZE
                     INTO WS-CAUSE WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF WS-FLG-COMP(WS-FLG-IX) = "Y"
              STRING "Pay change "
                     DELIMITED BY SIZE
                     INTO WS-CAUSE WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF WS-FLG-OT(WS-FLG-IX) > ZERO
              OR WS-FLG-SHIFT(WS-FLG-IX) > ZERO
              STRING "Hours OT/shift "
                     DELIMITED BY SIZE
                     INTO WS-CAUSE WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF WS-FLG-LV-DAYS(WS-FLG-IX) > ZERO
              STRING "Leave " WS-FLG-LV-TYPE(WS-FLG-IX) " "
                     WS-FLG-LV-DAYS(WS-FLG-IX) "d"
                     DELIMITED BY SIZE
                     INTO WS-CAUSE WITH POINTER WS-CAUSE-PTR
           END-IF.
           IF WS-CAUSE = SPACES
              MOVE "No change found - check input"  TO   WS-CAUSE
           END-IF.
       RECORD-SIGNOFF.
           OPEN  I-O VSO-FILE.
           IF VSO-STS = 35
              OPEN  OUTPUT VSO-FILE
              CLOSE VSO-FILE
              OPEN  I-O VSO-FILE
           END-IF.
           IF VSO-STS NOT = ZERO
              STRING  "PAYVARSO open failed, status " VSO-STS
                      " - report not recorded, contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           ELSE
              MOVE  WK-PERIOD              TO   VSO-PERIOD
              MOVE  FUNCTION CURRENT-DATE  TO   VSO-RUN-TS
              MOVE  WS-OPR-ID              TO   VSO-RUN-OPR
              MOVE  WS-READ-COUNT          TO   VSO-REG-COUNT
              MOVE  WS-CUR-GROSS-TOT       TO   VSO-GROSS
              MOVE  WS-CUR-NET-TOT         TO   VSO-NET
              MOVE  WS-FLG-MAX             TO   VSO-FLAG-COUNT
              MOVE  "P"                    TO   VSO-STATUS
              MOVE  SPACES                 TO   VSO-SIGN-OPR
              MOVE  SPACES                 TO   VSO-SIGN-TS
              IF WS-OPR-AUTH = "S"
                 DISPLAY "Sign off this report for bank file release"
                         " (Y/N): " NO ADVANCING
                 ACCEPT  WK-CONFIRM
                 MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
                 IF WK-CONFIRM = "Y"
                    MOVE  "S"                    TO   VSO-STATUS
                    MOVE  WS-OPR-ID              TO   VSO-SIGN-OPR
                    MOVE  FUNCTION CURRENT-DATE  TO   VSO-SIGN-TS
                    STRING  "Variance report for " WK-PERIOD
                            " signed off - PAYXFER may now run."
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
              ELSE
                 STRING  "Sign-off requires a supervisor-authority"
                         " operator - PAYXFER stays blocked."
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              WRITE VSO-REC
                INVALID KEY
                   REWRITE VSO-REC
              END-WRITE
              CLOSE VSO-FILE
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYVAR  "             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       WRITE-RUNLOG-END.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYVAR  "             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-FLG-MAX             TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVTARECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY HRSSEL.
           COPY LEAVESEL.
           COPY SUSPSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  HRS-FILE.
           COPY HRSREC.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  EMP-SUSP.
           COPY SUSPREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  HRS-STS            PIC  9(02).
       01  LV-STS             PIC  9(02).
       01  SUSP-STS           PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-END-STATUS      PIC  X(03)  VALUE "OK ".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-HRS-OPEN        PIC  X      VALUE "N".
       01  WS-LV-OPEN         PIC  X      VALUE "N".
       01  WS-SUSP-OPEN       PIC  X      VALUE "N".
       01  WS-HRS-FOUND       PIC  X      VALUE "N".
       01  WS-LV-FOUND        PIC  X      VALUE "N".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-HAS-HOURS       PIC  X      VALUE "N".
       01  WK-PERIOD          PIC  9(06).
       01  WS-TODAY           PIC  9(08).
       01  WS-LEAVE-LIMIT     PIC  9(02)  VALUE 11.
       01  WS-UNPAID-DAYS     PIC  9(02).
       01  WS-OT-HOURS        PIC  9(03)V99.
       01  WS-SHIFT-HRS       PIC  9(03)V99.
       01  WS-REASON          PIC  X(40).
       01  WS-EXC-DATA        PIC  X(80).
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-EXC-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-LEAVE-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-NONE-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-TERM-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-ENTRY-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-UNKNOWN-COUNT   PIC  9(05)  VALUE ZERO.
       01  WS-SUPER-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-SUSP-NEXT       PIC  9(06)  VALUE ZERO.
       01  WS-SUSP-EOF        PIC  X      VALUE "N".
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "LVTARECON".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "OK "         TO   WS-END-STATUS.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-EXC-COUNT.
           MOVE  ZERO          TO   WS-LEAVE-COUNT.
           MOVE  ZERO          TO   WS-NONE-COUNT.
           MOVE  ZERO          TO   WS-TERM-COUNT.
           MOVE  ZERO          TO   WS-ENTRY-COUNT.
           MOVE  ZERO          TO   WS-UNKNOWN-COUNT.
           MOVE  ZERO          TO   WS-SUPER-COUNT.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              PERFORM SPOOL-OPEN
              STRING  "*** Leave vs Time-and-Attendance"
                      " Reconciliation ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM WRITE-RUNLOG-START
              ACCEPT  WS-TODAY FROM DATE YYYYMMDD
              DISPLAY "Pay period (YYYYMM, blank = current): "
                      NO ADVANCING
              ACCEPT  WK-PERIOD
              IF WK-PERIOD = ZERO
                 MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
              END-IF
              STRING  "Period " WK-PERIOD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-PARM
              STRING  "Period " WK-PERIOD " - unpaid leave over "
                      WS-LEAVE-LIMIT " day(s) counts as on leave"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM RECONCILE-PERIOD
              PERFORM WRITE-RUNLOG-END
              PERFORM SPOOL-CLOSE
           END-IF.
       MAIN-900.
           GOBACK.
       RECONCILE-PERIOD.
           OPEN  INPUT  EMP-FILE.
           PERFORM OPEN-HOURS-FILE.
           PERFORM OPEN-LEAVE-FILE.
           PERFORM OPEN-SUSPENSE.
           PERFORM CHECK-OPENS.
           IF WS-OPENS-OK = "Y"
              PERFORM SPOOL-LINE
              STRING  "ID   Employee Name        Exception"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM CHECK-EMPLOYEES
              IF WS-HRS-OPEN = "Y"
                 PERFORM CHECK-UNKNOWN-HOURS
              END-IF
              PERFORM SPOOL-LINE
              STRING  "=== " WS-READ-COUNT " employee(s) checked, "
                      WS-EXC-COUNT " exception(s) written to EMPSUSP"
                      " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Hours while on leave   : " WS-LEAVE-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    No hours and no leave  : " WS-NONE-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Hours after termination: " WS-TERM-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Hours before entry date: " WS-ENTRY-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Hours for unknown code : " WS-UNKNOWN-COUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-SUPER-COUNT > ZERO
                 STRING  "    Earlier open exceptions for the period"
                         " superseded: " WS-SUPER-COUNT
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
           IF EMP-STS NOT = 35
              CLOSE EMP-FILE
           END-IF.
           IF WS-HRS-OPEN = "Y"
              CLOSE HRS-FILE
           END-IF.
           IF WS-LV-OPEN = "Y"
              CLOSE LEAVE-FILE
           END-IF.
           IF WS-SUSP-OPEN = "Y"
              CLOSE EMP-SUSP
           END-IF.
       CHECK-OPENS.
           MOVE  "Y"           TO   WS-OPENS-OK.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
           IF WS-SUSP-OPEN = "N"
              STRING  "EMPSUSP open failed, status " SUSP-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N"       TO   WS-OPENS-OK
              MOVE "ERR"     TO   WS-END-STATUS
           END-IF.
       OPEN-HOURS-FILE.
           MOVE  "N"           TO   WS-HRS-OPEN.
           OPEN  INPUT HRS-FILE.
           EVALUATE HRS-STS
             WHEN "00"
                MOVE "Y" TO WS-HRS-OPEN
             WHEN "35"
                MOVE    "EMPHOURS not found - no hours loaded"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPHOURS open failed, status " HRS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
       OPEN-LEAVE-FILE.
           MOVE  "N"           TO   WS-LV-OPEN.
           OPEN  INPUT LEAVE-FILE.
           EVALUATE LV-STS
             WHEN "00"
                MOVE "Y" TO WS-LV-OPEN
             WHEN "35"
                MOVE    "EMPLEAVE not found - no leave recorded"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPLEAVE open failed, status " LV-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
       CHECK-EMPLOYEES.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  ADD  1 TO WS-READ-COUNT
                  PERFORM CHECK-ONE-EMPLOYEE
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status " EMP-STS
                          " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "ERR" TO WS-END-STATUS
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-ONE-EMPLOYEE.
           PERFORM GET-PERIOD-HOURS.
           PERFORM GET-UNPAID-DAYS.
           EVALUATE TRUE
             WHEN WS-HAS-HOURS = "Y"
                  AND EMP-STATUS = "T"
                  AND EMP-TERM-DATE(1:6) < WK-PERIOD
                MOVE  "Hours booked after termination date"
                                 TO   WS-REASON
                ADD   1          TO   WS-TERM-COUNT
                PERFORM WRITE-EXCEPTION
             WHEN WS-HAS-HOURS = "Y"
                  AND EMP-ENT-DATE(1:6) > WK-PERIOD
                MOVE  "Hours booked before entry date"
                                 TO   WS-REASON
                ADD   1          TO   WS-ENTRY-COUNT
                PERFORM WRITE-EXCEPTION
             WHEN WS-HAS-HOURS = "Y"
                  AND WS-UNPAID-DAYS > WS-LEAVE-LIMIT
                MOVE  "Overtime/shift hours while on unpaid leave"
                                 TO   WS-REASON
                ADD   1          TO   WS-LEAVE-COUNT
                PERFORM WRITE-EXCEPTION
             WHEN WS-HAS-HOURS = "N"
                  AND WS-UNPAID-DAYS = ZERO
                  AND EMP-STATUS NOT = "T"
                  AND EMP-ENT-DATE(1:6) NOT > WK-PERIOD
                MOVE  "No hours and no leave recorded for period"
                                 TO   WS-REASON
                ADD   1          TO   WS-NONE-COUNT
                PERFORM WRITE-EXCEPTION
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       GET-PERIOD-HOURS.
           MOVE  "N"           TO   WS-HAS-HOURS.
           MOVE  ZERO          TO   WS-OT-HOURS.
           MOVE  ZERO          TO   WS-SHIFT-HRS.
           IF WS-HRS-OPEN = "Y"
              MOVE  "Y"        TO   WS-HRS-FOUND
              MOVE  WK-PERIOD  TO   HRS-PERIOD
              MOVE  EMP-CD     TO   HRS-CD
              READ  HRS-FILE KEY IS HRS-KEY
                INVALID KEY
                    MOVE "N"   TO   WS-HRS-FOUND
              END-READ
              IF WS-HRS-FOUND = "Y"
                 MOVE  HRS-OT-HOURS   TO   WS-OT-HOURS
                 MOVE  HRS-SHIFT-HRS  TO   WS-SHIFT-HRS
                 IF HRS-OT-HOURS > ZERO OR HRS-SHIFT-HRS > ZERO
                    MOVE "Y"   TO   WS-HAS-HOURS
                 END-IF
              END-IF
           END-IF.
       GET-UNPAID-DAYS.
           MOVE  ZERO          TO   WS-UNPAID-DAYS.
           IF WS-LV-OPEN = "Y"
              MOVE  "Y"        TO   WS-LV-FOUND
              MOVE  EMP-CD     TO   LV-CD
              MOVE  "U"        TO   LV-TYPE
              READ  LEAVE-FILE KEY IS LV-KEY
                INVALID KEY
                    MOVE "N"   TO   WS-LV-FOUND
              END-READ
              IF WS-LV-FOUND = "Y"
                 AND LV-PERIOD = WK-PERIOD
                 MOVE  LV-PERIOD-DAYS  TO   WS-UNPAID-DAYS
              END-IF
           END-IF.
       CHECK-UNKNOWN-HOURS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-PERIOD     TO   HRS-PERIOD.
           MOVE  LOW-VALUES    TO   HRS-CD.
           START HRS-FILE KEY IS >= HRS-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ HRS-FILE NEXT
             EVALUATE HRS-STS
               WHEN "00"
                  IF HRS-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     PERFORM CHECK-HOURS-EMPLOYEE
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-HOURS-EMPLOYEE.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  HRS-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "N"
              AND (HRS-OT-HOURS > ZERO OR HRS-SHIFT-HRS > ZERO)
              MOVE  SPACES        TO   EMP-REC
              MOVE  HRS-CD        TO   EMP-CD
              MOVE  "(not on EMP-FILE)" TO EMP-NAME
              MOVE  ZERO          TO   EMP-ENT-DATE
              MOVE  ZERO          TO   EMP-TERM-DATE
              MOVE  HRS-OT-HOURS  TO   WS-OT-HOURS
              MOVE  HRS-SHIFT-HRS TO   WS-SHIFT-HRS
              MOVE  ZERO          TO   WS-UNPAID-DAYS
              MOVE  "Hours booked for unknown employee code"
                                  TO   WS-REASON
              ADD   1             TO   WS-UNKNOWN-COUNT
              PERFORM WRITE-EXCEPTION
           END-IF.
       WRITE-EXCEPTION.
           ADD   1             TO   WS-EXC-COUNT.
           MOVE  SPACES        TO   WS-EXC-DATA.
           STRING  WK-PERIOD " " EMP-CD " OT " WS-OT-HOURS
                   " SHIFT " WS-SHIFT-HRS " UNPAID " WS-UNPAID-DAYS
                   " STATUS " EMP-STATUS " ENTERED " EMP-ENT-DATE
                   " TERM " EMP-TERM-DATE
                   DELIMITED BY SIZE INTO WS-EXC-DATA.
           STRING  EMP-CD " " EMP-NAME " " WS-REASON
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           PERFORM WRITE-SUSPENSE.
       WRITE-SUSPENSE.
           ADD   1                      TO   WS-SUSP-NEXT.
           MOVE  WS-SUSP-NEXT           TO   SUSP-SEQ.
           MOVE  FUNCTION CURRENT-DATE  TO   SUSP-TS.
           MOVE  "LTA"                  TO   SUSP-SOURCE.
           MOVE  "O"                    TO   SUSP-STATUS.
           MOVE  WS-REASON              TO   SUSP-REASON.
           MOVE  WS-EXC-DATA            TO   SUSP-DATA.
           WRITE SUSP-REC
             INVALID KEY
                STRING  "EMPSUSP write failed, status " SUSP-STS
                        " - suspense entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR" TO WS-END-STATUS
           END-WRITE.
       OPEN-SUSPENSE.
           OPEN  I-O EMP-SUSP.
           IF SUSP-STS = 35
              OPEN  OUTPUT EMP-SUSP
              CLOSE EMP-SUSP
              OPEN  I-O EMP-SUSP
           END-IF.
           MOVE  ZERO          TO   WS-SUSP-NEXT.
           MOVE  "N"           TO   WS-SUSP-OPEN.
           IF SUSP-STS = ZERO
              MOVE  "Y"           TO   WS-SUSP-OPEN
              MOVE  "N"           TO   WS-SUSP-EOF
              MOVE  ZERO          TO   SUSP-SEQ
              START EMP-SUSP KEY IS >= SUSP-SEQ
                INVALID KEY
                    MOVE "Y"      TO   WS-SUSP-EOF
              END-START
              PERFORM UNTIL WS-SUSP-EOF = "Y"
                READ EMP-SUSP NEXT
                EVALUATE SUSP-STS
                  WHEN "00"
                     MOVE  SUSP-SEQ  TO   WS-SUSP-NEXT
                     IF SUSP-SOURCE = "LTA" AND SUSP-STATUS = "O"
                        AND SUSP-DATA(1:6) = WK-PERIOD
                        MOVE  "S"    TO   SUSP-STATUS
                        REWRITE SUSP-REC
                        ADD   1      TO   WS-SUPER-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-SUSP-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "LVTARECN"             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.
       WRITE-RUNLOG-END.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "LVTARECN"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  WS-END-STATUS          TO   RUN-STATUS
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  WS-EXC-COUNT           TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSOVRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POSSEL.
           COPY EMPSEL.
           COPY BUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-FILE.
           COPY POSREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  BUD-FILE.
           COPY BUDREC.
       WORKING-STORAGE SECTION.
       01  POS-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  BUD-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-BUD-OPEN        PIC  X      VALUE "N".
       01  WS-HELD            PIC  X      VALUE "N".
       01  WS-DPT-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-PERIOD          PIC  9(06).
       01  WS-DPT-COUNT       PIC  9(03)  VALUE ZERO.
       01  WS-DPT-IDX         PIC  9(03)  VALUE ZERO.
       01  WS-WORK-DPT        PIC  X(02).
       01  WS-HC-FTE          PIC  9(05)V99 VALUE ZERO.
       01  WS-OVER-FTE        PIC S9(05)V99 VALUE ZERO.
       01  WS-NOPOS-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-WRONG-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-STALE-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-OVER-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-REASON          PIC  X(36).
       01  WS-BUD-EDIT        PIC  ZZZZZ9.
       01  WS-DPT-TABLE.
           03  WS-DPT-ENTRY   OCCURS 200 TIMES
                               INDEXED BY WS-DPT-IX.
               05  WS-DPT-CD       PIC X(02).
               05  WS-DPT-HC       PIC 9(05).
               05  WS-DPT-FTE      PIC 9(05)V99.
       01  DSP-REC.
           03  DSP-DPT        PIC X(02).
           03  FILLER         PIC X(02).
           03  DSP-HC         PIC ZZZZ9.
           03  FILLER         PIC X(02).
           03  DSP-FTE        PIC ZZZZ9.99.
           03  FILLER         PIC X(02).
           03  DSP-OVER       PIC +(05)9.99.
           03  FILLER         PIC X(02).
           03  DSP-BUD        PIC X(06).
           03  FILLER         PIC X(02).
           03  DSP-FLAG       PIC X(04).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "POSOVRRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Over-Establishment Exception Report ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE  WS-TODAY(1:6) TO   WS-PERIOD.
           OPEN  INPUT POS-FILE.
           EVALUATE POS-STS
             WHEN "00"
                OPEN  INPUT EMP-FILE
                EVALUATE EMP-STS
                  WHEN "00"
                     PERFORM LOAD-ESTABLISHMENT
                     PERFORM CHECK-EMPLOYEES
                     PERFORM CHECK-INCUMBENTS
                     PERFORM PRINT-DEPT-SUMMARY
                     CLOSE EMP-FILE
                     PERFORM PRINT-TOTALS
                  WHEN "35"
                     MOVE    "EMP-FILE not found - run EMPWRITE first"
                             TO   WS-SPL-LINE
                     PERFORM SPOOL-LINE
                  WHEN OTHER
                     STRING  "EMP-FILE open failed, status " EMP-STS
                             DELIMITED BY SIZE INTO WS-SPL-LINE
                     PERFORM SPOOL-LINE
                END-EVALUATE
                CLOSE POS-FILE
             WHEN "35"
                STRING  "POSMAST not found - set up positions with"
                        " POSMAINT first"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "POSMAST open failed, status " POS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       FIND-DEPT-ENTRY.
           MOVE  "N"           TO   WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT
                        OR WS-DPT-FOUND = "Y"
              SET  WS-DPT-IX TO WS-DPT-IDX
              IF WS-DPT-CD(WS-DPT-IX) = WS-WORK-DPT
                 MOVE "Y" TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPT-FOUND = "N" AND WS-DPT-COUNT < 200
              ADD  1 TO WS-DPT-COUNT
              SET  WS-DPT-IX TO WS-DPT-COUNT
              MOVE WS-WORK-DPT  TO WS-DPT-CD(WS-DPT-IX)
              MOVE ZERO         TO WS-DPT-HC(WS-DPT-IX)
              MOVE ZERO         TO WS-DPT-FTE(WS-DPT-IX)
              MOVE "Y"          TO WS-DPT-FOUND
           END-IF.
       LOAD-ESTABLISHMENT.
           MOVE  ZERO          TO   WS-DPT-COUNT.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   POS-NO.
           START POS-FILE KEY IS >= POS-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ POS-FILE NEXT
             EVALUATE POS-STS
               WHEN "00"
               WHEN "02"
                  IF POS-STATUS = "A"
                     MOVE  POS-DPT-CD  TO   WS-WORK-DPT
                     PERFORM FIND-DEPT-ENTRY
                     IF WS-DPT-FOUND = "Y"
                        ADD  POS-FTE   TO   WS-DPT-FTE(WS-DPT-IX)
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-EMPLOYEES.
           PERFORM SPOOL-LINE.
           MOVE  "Employees outside the establishment" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE    "Emp  Name                 Dp Posn   Exception"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  IF EMP-STATUS NOT = "T"
                     MOVE  EMP-DPT-CD  TO   WS-WORK-DPT
                     PERFORM FIND-DEPT-ENTRY
                     IF WS-DPT-FOUND = "Y"
                        ADD  1         TO   WS-DPT-HC(WS-DPT-IX)
                     END-IF
                     PERFORM CHECK-ONE-EMP
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
       CHECK-ONE-EMP.
           MOVE  "N"           TO   WS-HELD.
           MOVE  SPACES        TO   WS-REASON.
           MOVE  EMP-CD        TO   POS-EMP-CD.
           START POS-FILE KEY IS = POS-EMP-CD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ POS-FILE NEXT
                 IF (POS-STS = ZERO OR POS-STS = 02)
                    AND POS-EMP-CD = EMP-CD
                    MOVE "Y" TO WS-HELD
                 END-IF
           END-START.
           IF WS-HELD = "N"
              ADD  1 TO WS-NOPOS-COUNT
              MOVE SPACES        TO   POS-NO
              MOVE "NO POSITION ASSIGNED" TO WS-REASON
           ELSE
           IF POS-DPT-CD NOT = EMP-DPT-CD
              ADD  1 TO WS-WRONG-COUNT
              STRING "POSITION BELONGS TO DEPT " POS-DPT-CD
                     DELIMITED BY SIZE INTO WS-REASON
           ELSE
           IF POS-STATUS NOT = "A"
              ADD  1 TO WS-WRONG-COUNT
              MOVE "POSITION IS CLOSED" TO WS-REASON
           END-IF
           END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
              STRING  EMP-CD " " EMP-NAME " " EMP-DPT-CD " "
                      POS-NO " " WS-REASON
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       CHECK-INCUMBENTS.
           PERFORM SPOOL-LINE.
           MOVE    "Positions held by leavers or unknown employees"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   POS-NO.
           START POS-FILE KEY IS >= POS-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ POS-FILE NEXT
             EVALUATE POS-STS
               WHEN "00"
               WHEN "02"
                  IF POS-EMP-CD NOT = SPACES
                     MOVE  POS-EMP-CD  TO   EMP-CD
                     READ  EMP-FILE KEY IS EMP-CD
                       INVALID KEY
                           ADD  1 TO WS-STALE-COUNT
                           STRING  POS-NO " " POS-TITLE " held by "
                                   POS-EMP-CD " - NOT ON FILE"
                                   DELIMITED BY SIZE INTO WS-SPL-LINE
                           PERFORM SPOOL-LINE
                       NOT INVALID KEY
                           IF EMP-STATUS = "T"
                              ADD  1 TO WS-STALE-COUNT
                              STRING  POS-NO " " POS-TITLE
                                      " held by " POS-EMP-CD
                                      " - LEFT " EMP-TERM-DATE
                                      DELIMITED BY SIZE INTO WS-SPL-LINE
                              PERFORM SPOOL-LINE
                           END-IF
                     END-READ
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       PRINT-DEPT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "Headcount vs authorized establishment, budget"
                   " period " WS-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE    "Dp  Heads  Auth FTE      Over  Budget  Flag"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT BUD-FILE.
           IF BUD-STS = ZERO
              MOVE "Y" TO WS-BUD-OPEN
           END-IF.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                     UNTIL WS-DPT-IDX > WS-DPT-COUNT
              SET  WS-DPT-IX TO WS-DPT-IDX
              PERFORM PRINT-ONE-DEPT
           END-PERFORM.
           IF WS-BUD-OPEN = "Y"
              CLOSE BUD-FILE
           END-IF.
       PRINT-ONE-DEPT.
           MOVE  WS-DPT-HC(WS-DPT-IX)  TO   WS-HC-FTE.
           COMPUTE WS-OVER-FTE = WS-HC-FTE - WS-DPT-FTE(WS-DPT-IX).
           MOVE  WS-DPT-CD(WS-DPT-IX)  TO   DSP-DPT.
           MOVE  WS-DPT-HC(WS-DPT-IX)  TO   DSP-HC.
           MOVE  WS-DPT-FTE(WS-DPT-IX) TO   DSP-FTE.
           MOVE  WS-OVER-FTE           TO   DSP-OVER.
           MOVE  SPACES                TO   DSP-BUD.
           IF WS-BUD-OPEN = "Y"
              MOVE  WS-PERIOD             TO   BUD-PERIOD
              MOVE  WS-DPT-CD(WS-DPT-IX)  TO   BUD-DPT
              READ  BUD-FILE KEY IS BUD-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  BUD-ACTIVE      TO   WS-BUD-EDIT
                    MOVE  WS-BUD-EDIT     TO   DSP-BUD
              END-READ
           END-IF.
           IF WS-OVER-FTE > ZERO
              MOVE  "OVER"          TO   DSP-FLAG
              ADD   1               TO   WS-OVER-COUNT
           ELSE
              MOVE  SPACES          TO   DSP-FLAG
           END-IF.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Departments over establishment : "
                   WS-OVER-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Active employees, no position  : "
                   WS-NOPOS-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Wrong-department/closed posts  : "
                   WS-WRONG-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Positions held by leavers      : "
                   WS-STALE-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
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

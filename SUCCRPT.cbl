       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY POSSEL.
           COPY KRLSEL.
           COPY SUCSEL.
           COPY ESKSEL.
           COPY SKLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  POS-FILE.
           COPY POSREC.
       FD  KRL-FILE.
           COPY KRLREC.
       FD  SUC-FILE.
           COPY SUCREC.
       FD  ESK-FILE.
           COPY ESKREC.
       FD  SKL-FILE.
           COPY SKLREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  POS-STS            PIC  9(02).
       01  KRL-STS            PIC  9(02).
       01  SUC-STS            PIC  9(02).
       01  ESK-STS            PIC  9(02).
       01  SKL-STS            PIC  9(02).
       01  WS-POS-OPEN        PIC  X      VALUE "N".
       01  WS-ESK-OPEN        PIC  X      VALUE "N".
       01  WS-SKL-OPEN        PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-ESK-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-INCUMBENT       PIC  X(04).
       01  WS-INC-NAME        PIC  X(20).
       01  WS-ROLE-TITLE      PIC  X(30).
       01  WS-ROLE-DPT        PIC  X(02).
       01  WS-RETIRE-TEXT     PIC  X(20).
       01  WS-CALC-YYYY       PIC  9(04).
       01  WS-CALC-MM         PIC  9(02).
       01  WS-CALC-PERIOD     PIC  9(06).
       01  WS-READY-TEXT      PIC  X(12).
       01  WS-GAP-TEXT        PIC  X(20).
       01  WS-ROLE-SUCC       PIC  9(04)  VALUE ZERO.
       01  WS-ROLE-READY      PIC  9(04)  VALUE ZERO.
       01  WS-ROLE-GAPS       PIC  9(04)  VALUE ZERO.
       01  WS-ROLE-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-SUCC-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-NO-READY-COUNT  PIC  9(05)  VALUE ZERO.
       01  WS-DROP-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-ISK-IDX         PIC  9(03)  VALUE ZERO.
       01  WS-ISK-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-INC-SKILLS.
           03  WS-ISK-ENTRY   OCCURS 50 TIMES
                               INDEXED BY WS-ISK-IX.
               05  WS-ISK-SKL      PIC X(04).
               05  WS-ISK-LEVEL    PIC 9(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "SUCCRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-ROLE-COUNT.
           MOVE  ZERO          TO   WS-SUCC-COUNT.
           MOVE  ZERO          TO   WS-NO-READY-COUNT.
           MOVE  ZERO          TO   WS-DROP-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Succession Plan - Key Roles ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                PERFORM OPEN-SUCC-FILES
                CLOSE EMP-FILE
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
       OPEN-SUCC-FILES.
           MOVE  "N"           TO   WS-POS-OPEN.
           MOVE  "N"           TO   WS-ESK-OPEN.
           MOVE  "N"           TO   WS-SKL-OPEN.
           OPEN  INPUT POS-FILE.
           IF POS-STS = ZERO
              MOVE "Y" TO WS-POS-OPEN
           END-IF.
           OPEN  INPUT ESK-FILE.
           IF ESK-STS = ZERO
              MOVE "Y" TO WS-ESK-OPEN
           ELSE
              MOVE    "EMPSKILL not available - skill gaps not shown"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           OPEN  INPUT SKL-FILE.
           IF SKL-STS = ZERO
              MOVE "Y" TO WS-SKL-OPEN
           END-IF.
           OPEN  INPUT KRL-FILE.
           EVALUATE KRL-STS
             WHEN "00"
                OPEN  I-O SUC-FILE
                IF SUC-STS = 35
                   OPEN  OUTPUT SUC-FILE
                   CLOSE SUC-FILE
                   OPEN  I-O SUC-FILE
                END-IF
                IF SUC-STS NOT = ZERO
                   STRING  "SUCCPLAN open failed, status " SUC-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                ELSE
                   PERFORM SCAN-KEY-ROLES
                   CLOSE SUC-FILE
                   PERFORM PRINT-SUMMARY
                END-IF
                CLOSE KRL-FILE
             WHEN "35"
                MOVE    "SUCCROLE not found - flag roles with SUCMAINT"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "SUCCROLE open failed, status " KRL-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-POS-OPEN = "Y"
              CLOSE POS-FILE
           END-IF.
           IF WS-ESK-OPEN = "Y"
              CLOSE ESK-FILE
           END-IF.
           IF WS-SKL-OPEN = "Y"
              CLOSE SKL-FILE
           END-IF.
       SCAN-KEY-ROLES.
           PERFORM UNTIL WS-EOF = "Y"
             READ KRL-FILE NEXT
             EVALUATE KRL-STS
               WHEN "00"
                  PERFORM PRINT-ONE-ROLE
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading SUCCROLE, status "
                          KRL-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       PRINT-ONE-ROLE.
           ADD   1             TO   WS-ROLE-COUNT.
           MOVE  ZERO          TO   WS-ROLE-SUCC.
           MOVE  ZERO          TO   WS-ROLE-READY.
           PERFORM FIND-INCUMBENT.
           PERFORM SPOOL-LINE.
           STRING  "Key role " KRL-TYPE "-" KRL-REF "  " WS-ROLE-TITLE
                   "  Dept " WS-ROLE-DPT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "  Incumbent " WS-INCUMBENT " " WS-INC-NAME
                   "  " WS-RETIRE-TEXT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM LOAD-INCUMBENT-SKILLS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  KRL-KEY       TO   SUC-ROLE.
           MOVE  LOW-VALUES    TO   SUC-CD.
           START SUC-FILE KEY IS >= SUC-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ SUC-FILE NEXT
             EVALUATE SUC-STS
               WHEN "00"
                  IF SUC-ROLE NOT = KRL-KEY
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     PERFORM PRINT-ONE-SUCCESSOR
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-ROLE-SUCC = ZERO
              MOVE    "  (no successors nominated)"  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-ROLE-READY = ZERO
              MOVE    "  ** NO READY-NOW SUCCESSOR **"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD   1          TO   WS-NO-READY-COUNT
           END-IF.
       FIND-INCUMBENT.
           MOVE  SPACES        TO   WS-INCUMBENT.
           MOVE  KRL-DESC      TO   WS-ROLE-TITLE.
           MOVE  SPACES        TO   WS-ROLE-DPT.
           IF KRL-TYPE = "E"
              MOVE  KRL-REF(1:4)  TO   WS-INCUMBENT
           ELSE
              IF WS-POS-OPEN = "Y"
                 MOVE  KRL-REF       TO   POS-NO
                 READ  POS-FILE KEY IS   POS-NO
                   INVALID KEY
                       MOVE "(position not on file)" TO WS-ROLE-TITLE
                   NOT INVALID KEY
                       MOVE POS-TITLE   TO   WS-ROLE-TITLE
                       MOVE POS-DPT-CD  TO   WS-ROLE-DPT
                       MOVE POS-EMP-CD  TO   WS-INCUMBENT
                 END-READ
              END-IF
           END-IF.
           MOVE  "(vacant)"    TO   WS-INC-NAME.
           MOVE  SPACES        TO   WS-RETIRE-TEXT.
           IF WS-INCUMBENT NOT = SPACES
              PERFORM READ-INCUMBENT
           END-IF.
       READ-INCUMBENT.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  WS-INCUMBENT  TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           EVALUATE TRUE
             WHEN WS-EMP-FOUND = "N"
                MOVE "(not on EMP-FILE)"   TO   WS-INC-NAME
             WHEN EMP-STATUS = "T"
                MOVE  EMP-NAME      TO   WS-INC-NAME
                MOVE "** has left **"      TO   WS-RETIRE-TEXT
             WHEN OTHER
                MOVE  EMP-NAME      TO   WS-INC-NAME
                IF WS-ROLE-DPT = SPACES
                   MOVE  EMP-DPT-CD    TO   WS-ROLE-DPT
                END-IF
                PERFORM CALC-RETIREMENT
           END-EVALUATE.
       CALC-RETIREMENT.
           IF EMP-BIRTH-DATE IS NUMERIC
              AND EMP-BIRTH-DATE NOT = ZERO
              MOVE  EMP-BIRTH-DATE(1:4)  TO   WS-CALC-YYYY
              MOVE  EMP-BIRTH-DATE(5:2)  TO   WS-CALC-MM
              ADD   65                   TO   WS-CALC-YYYY
              COMPUTE WS-CALC-PERIOD =
                      WS-CALC-YYYY * 100 + WS-CALC-MM
              STRING  "Retires " WS-CALC-PERIOD
                      DELIMITED BY SIZE INTO WS-RETIRE-TEXT
           ELSE
              MOVE  "Retirement n/k"     TO   WS-RETIRE-TEXT
           END-IF.
       LOAD-INCUMBENT-SKILLS.
           MOVE  ZERO          TO   WS-ISK-MAX.
           IF WS-ESK-OPEN = "Y" AND WS-INCUMBENT NOT = SPACES
              MOVE  "N"           TO   WS-SCAN-EOF
              MOVE  WS-INCUMBENT  TO   ESK-CD
              MOVE  LOW-VALUES    TO   ESK-SKL-CD
              START ESK-FILE KEY IS >= ESK-KEY
                INVALID KEY
                    MOVE "Y"      TO   WS-SCAN-EOF
              END-START
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ ESK-FILE NEXT
                EVALUATE ESK-STS
                  WHEN "00"
                     IF ESK-CD NOT = WS-INCUMBENT
                        MOVE "Y" TO WS-SCAN-EOF
                     ELSE
                        IF WS-ISK-MAX < 50
                           ADD  1 TO WS-ISK-MAX
                           SET  WS-ISK-IX TO WS-ISK-MAX
                           MOVE ESK-SKL-CD TO WS-ISK-SKL(WS-ISK-IX)
                           MOVE ESK-LEVEL  TO WS-ISK-LEVEL(WS-ISK-IX)
                        END-IF
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-SCAN-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       PRINT-ONE-SUCCESSOR.
           MOVE  SUC-CD        TO   EMP-CD.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "N" OR EMP-STATUS = "T"
              STRING  "  Successor " SUC-CD " has left - dropped from"
                      " the plan"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              DELETE SUC-FILE RECORD
              ADD   1          TO   WS-DROP-COUNT
           ELSE
              ADD   1          TO   WS-ROLE-SUCC
              ADD   1          TO   WS-SUCC-COUNT
              EVALUATE SUC-READY
                WHEN "N"
                   MOVE "Ready now"   TO   WS-READY-TEXT
                   ADD  1             TO   WS-ROLE-READY
                WHEN "1"
                   MOVE "1-2 years"   TO   WS-READY-TEXT
                WHEN "3"
                   MOVE "3+ years"    TO   WS-READY-TEXT
                WHEN OTHER
                   MOVE "Unrated"     TO   WS-READY-TEXT
              END-EVALUATE
              STRING  "  Successor " SUC-CD " " EMP-NAME " Dept "
                      EMP-DPT-CD "  " WS-READY-TEXT " " SUC-NOTES
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM CHECK-SKILL-GAPS
           END-IF.
       CHECK-SKILL-GAPS.
           MOVE  ZERO          TO   WS-ROLE-GAPS.
           PERFORM VARYING WS-ISK-IDX FROM 1 BY 1
                     UNTIL WS-ISK-IDX > WS-ISK-MAX
              SET  WS-ISK-IX TO WS-ISK-IDX
              MOVE "Y"               TO   WS-ESK-FOUND
              MOVE SUC-CD            TO   ESK-CD
              MOVE WS-ISK-SKL(WS-ISK-IX) TO ESK-SKL-CD
              READ ESK-FILE KEY IS   ESK-KEY
                INVALID KEY
                    MOVE "N"         TO   WS-ESK-FOUND
              END-READ
              EVALUATE TRUE
                WHEN WS-ESK-FOUND = "N"
                   MOVE "missing"    TO   WS-GAP-TEXT
                   PERFORM PRINT-SKILL-GAP
                WHEN ESK-EXPIRY NOT = ZERO AND ESK-EXPIRY < WS-TODAY
                   MOVE "expired"    TO   WS-GAP-TEXT
                   PERFORM PRINT-SKILL-GAP
                WHEN ESK-LEVEL < WS-ISK-LEVEL(WS-ISK-IX)
                   MOVE SPACES       TO   WS-GAP-TEXT
                   STRING "holds level " ESK-LEVEL
                          DELIMITED BY SIZE INTO WS-GAP-TEXT
                   PERFORM PRINT-SKILL-GAP
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WS-ISK-MAX > ZERO AND WS-ROLE-GAPS = ZERO
              MOVE    "      No skill gaps against the incumbent"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-SKILL-GAP.
           ADD   1             TO   WS-ROLE-GAPS.
           MOVE  SPACES        TO   SKL-NAME.
           IF WS-SKL-OPEN = "Y"
              MOVE  WS-ISK-SKL(WS-ISK-IX) TO SKL-CD
              READ  SKL-FILE KEY IS   SKL-CD
                INVALID KEY
                    MOVE SPACES  TO   SKL-NAME
              END-READ
           END-IF.
           STRING  "      Gap: " WS-ISK-SKL(WS-ISK-IX) " " SKL-NAME
                   " needs level " WS-ISK-LEVEL(WS-ISK-IX) " - "
                   WS-GAP-TEXT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  SPACES        TO   WS-GAP-TEXT.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-ROLE-COUNT " key role(s), "
                   WS-SUCC-COUNT " successor(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Roles with no ready-now successor: "
                   WS-NO-READY-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-DROP-COUNT > ZERO
              STRING  "=== Terminated successors dropped: "
                      WS-DROP-COUNT " ==="
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

       FILE-CONTROL.
           COPY AUDITSEL.
           COPY OPRSEL.
           COPY ACCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  OPR-FILE.
           COPY OPRREC.
       FD  ACC-LOG.
           COPY ACCREC.
       WORKING-STORAGE SECTION.
       01  AUD-STS            PIC  9(02).
       01  OPR-STS            PIC  9(02).
       01  ACC-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPR-LOADED      PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
               05  WS-O-DEL        PIC 9(05).
               05  WS-O-REH        PIC 9(05).
               05  WS-O-OTHER      PIC 9(05).
       01  WS-ACC-MAX         PIC  9(03)  VALUE ZERO.
       01  WS-ACC-TABLE.
           03  WS-A-ENTRY     OCCURS 100 TIMES
                               INDEXED BY WS-A-IX.
               05  WS-A-ID         PIC X(08).
               05  WS-A-SAL-V      PIC 9(05).
               05  WS-A-SAL-E      PIC 9(05).
               05  WS-A-BNK-V      PIC 9(05).
               05  WS-A-BNK-E      PIC 9(05).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "AUDRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03)  VALUE "SAL".
       01  WS-SEC-PGM         PIC  X(10)  VALUE "AUDRPT".
       01  WS-SEC-SHOW        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-OPR-MAX.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Operator Activity Security Review ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Review month (YYYYMM, blank = current): "
                   NO ADVANCING.
           IF WK-THRESHOLD = ZERO
              MOVE  10000      TO   WK-THRESHOLD
           END-IF.
           STRING  "Month " WK-PERIOD " threshold " WK-THRESHOLD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM LOAD-OPR-TABLE.
           PERFORM PRINT-ACTION-SUMMARY.
           PERFORM PRINT-BIG-SALARY-CHANGES.
           PERFORM PRINT-SELF-CHANGES.
           PERFORM PRINT-OUT-OF-HOURS.
           PERFORM PRINT-ACCESS-LOG.
           PERFORM SPOOL-LINE.
           STRING  "=== End of security review for " WK-PERIOD
                   " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, AUD-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-OPR-TABLE.
           MOVE  "N"           TO   WS-EOF.
                END-PERFORM
                CLOSE OPR-FILE
             WHEN "35"
                STRING  "OPERMAST not found - self-change section"
                        " will be skipped"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "OPERMAST open failed, status " OPR-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       NOTE-OPERATOR.
           MOVE  "N"           TO   WS-OPR-FOUND.
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMPAUDIT, status "
                               AUD-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-AUDIT
                PERFORM SPOOL-LINE
                STRING  "--- Actions per operator for " WK-PERIOD
                        " ---"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE    "Operator   ADD   CHG   DEL   REH OTHER"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-OPR-MAX
                   SET  WS-O-IX TO WS-IDX
                   STRING  WS-O-ID(WS-O-IX) " "
                           WS-O-ADD(WS-O-IX) " "
                           WS-O-CHG(WS-O-IX) " "
                           WS-O-DEL(WS-O-IX) " "
                           WS-O-REH(WS-O-IX) " "
                           WS-O-OTHER(WS-O-IX)
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-PERFORM
             WHEN "35"
                MOVE    "EMPAUDIT not found - no activity recorded"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-EOF
             WHEN OTHER
                STRING  "EMPAUDIT open failed, status " AUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-EOF
           END-EVALUATE.
       PRINT-BIG-SALARY-CHANGES.
           IF AUD-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           ELSE
              PERFORM SPOOL-LINE
              STRING  "--- Salary changes above " WK-THRESHOLD
                      " ---"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-AUDIT NEXT
                        COMPUTE WS-DIFF = ZERO - WS-DIFF
                     END-IF
                     IF WS-DIFF > WK-THRESHOLD
                        MOVE  "V"        TO   WS-SEC-FUNC
                        CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD,
                                             AUD-CD, WS-SEC-PGM,
                                             WS-SEC-SHOW
                        IF WS-SEC-SHOW = "Y"
                           STRING  AUD-TS(1:8) " " AUD-OPR " "
                                   AUD-CD " old " AUD-OLD-SALARY
                                   " new " AUD-NEW-SALARY
                                   " appr " AUD-APPROVER
                                   DELIMITED BY SIZE INTO WS-SPL-LINE
                        ELSE
                           STRING  AUD-TS(1:8) " " AUD-OPR " "
                                   AUD-CD " old *********"
                                   " new *********"
                                   " appr " AUD-APPROVER
                                   DELIMITED BY SIZE INTO WS-SPL-LINE
                        END-IF
                        PERFORM SPOOL-LINE
                        ADD  1 TO WS-LINE-COUNT
                     END-IF
                  END-IF
             END-EVALUATE
           END-PERFORM.
           CLOSE EMP-AUDIT.
           STRING  "     -- " WS-LINE-COUNT " change(s) listed --"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-SELF-CHANGES.
           IF WS-OPR-LOADED NOT = "Y"
              CONTINUE
              IF AUD-STS NOT = ZERO
                 MOVE "Y" TO WS-EOF
              ELSE
                 PERFORM SPOOL-LINE
                 STRING  "--- Operators changing their own record"
                         " ---"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              PERFORM UNTIL WS-EOF = "Y"
                READ EMP-AUDIT NEXT
                END-EVALUATE
              END-PERFORM
              CLOSE EMP-AUDIT
              STRING  "     -- " WS-LINE-COUNT
                      " self-change(s) listed --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       CHECK-SELF-CHANGE.
           MOVE  "N"           TO   WS-OPR-FOUND.
           IF WS-OPR-FOUND = "Y"
              AND WS-O-EMP-CD(WS-O-IX) NOT = SPACES
              AND WS-O-EMP-CD(WS-O-IX) = AUD-CD
              STRING  AUD-TS(1:8) " " AUD-OPR " " AUD-ACTION
                      " on own record " AUD-CD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-LINE-COUNT
           END-IF.
       PRINT-OUT-OF-HOURS.
           IF AUD-STS NOT = ZERO
              MOVE "Y" TO WS-EOF
           ELSE
              PERFORM SPOOL-LINE
              STRING  "--- Activity outside business hours"
                      " (08:00-17:59) ---"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-AUDIT NEXT
                     AND AUD-TS(9:2) IS NUMERIC
                     MOVE  AUD-TS(9:2)  TO   WS-HOUR
                     IF WS-HOUR < 8 OR WS-HOUR > 17
                        STRING  AUD-TS(1:8) " " AUD-TS(9:2) ":"
                                AUD-TS(11:2) " " AUD-OPR " "
                                AUD-ACTION " " AUD-CD
                                DELIMITED BY SIZE INTO WS-SPL-LINE
                        PERFORM SPOOL-LINE
                        ADD  1 TO WS-LINE-COUNT
                     END-IF
                  END-IF
             END-EVALUATE
           END-PERFORM.
           CLOSE EMP-AUDIT.
           STRING  "     -- " WS-LINE-COUNT
                   " out-of-hours action(s) listed --"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ACCESS-LOG.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-LINE-COUNT.
           MOVE  ZERO          TO   WS-ACC-MAX.
           OPEN  INPUT ACC-LOG.
           EVALUATE ACC-STS
             WHEN "00"
                PERFORM SPOOL-LINE
                STRING  "--- Unmasked views of salary/bank details"
                        " ---"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM UNTIL WS-EOF = "Y"
                  READ ACC-LOG NEXT
                  EVALUATE ACC-STS
                    WHEN "00"
                       IF ACC-TS(1:6) = WK-PERIOD
                          PERFORM NOTE-ACCESS
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ACC-LOG
                STRING  "     -- " WS-LINE-COUNT
                        " screen/report view(s) listed --"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM SPOOL-LINE
                STRING  "--- Sensitive access per operator for "
                        WK-PERIOD " ---"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE    "Operator SAL-V SAL-X BNK-V BNK-X"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-ACC-MAX
                   SET  WS-A-IX TO WS-IDX
                   STRING  WS-A-ID(WS-A-IX) " "
                           WS-A-SAL-V(WS-A-IX) " "
                           WS-A-SAL-E(WS-A-IX) " "
                           WS-A-BNK-V(WS-A-IX) " "
                           WS-A-BNK-E(WS-A-IX)
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-PERFORM
             WHEN "35"
                PERFORM SPOOL-LINE
                STRING  "ACCLOG not found - no sensitive access"
                        " recorded"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "ACCLOG open failed, status " ACC-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       NOTE-ACCESS.
           IF ACC-USAGE = "V"
              STRING  ACC-TS(1:8) " " ACC-TS(9:2) ":" ACC-TS(11:2)
                      " " ACC-OPR " (" ACC-AUTH ") " ACC-PGM " "
                      ACC-FIELD " of " ACC-CD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-LINE-COUNT
           END-IF.
           MOVE  "N"           TO   WS-OPR-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ACC-MAX
                        OR WS-OPR-FOUND = "Y"
              SET  WS-A-IX TO WS-IDX
              IF WS-A-ID(WS-A-IX) = ACC-OPR
                 MOVE "Y" TO WS-OPR-FOUND
              END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = "N" AND WS-ACC-MAX < 100
              ADD  1 TO WS-ACC-MAX
              SET  WS-A-IX TO WS-ACC-MAX
              MOVE ACC-OPR    TO WS-A-ID(WS-A-IX)
              MOVE ZERO       TO WS-A-SAL-V(WS-A-IX)
              MOVE ZERO       TO WS-A-SAL-E(WS-A-IX)
              MOVE ZERO       TO WS-A-BNK-V(WS-A-IX)
              MOVE ZERO       TO WS-A-BNK-E(WS-A-IX)
              MOVE "Y"        TO WS-OPR-FOUND
           END-IF.
           IF WS-OPR-FOUND = "Y"
              IF ACC-FIELD = "SAL"
                 IF ACC-USAGE = "E"
                    ADD  1 TO WS-A-SAL-E(WS-A-IX)
                 ELSE
                    ADD  1 TO WS-A-SAL-V(WS-A-IX)
                 END-IF
              ELSE
                 IF ACC-USAGE = "E"
                    ADD  1 TO WS-A-BNK-E(WS-A-IX)
                 ELSE
                    ADD  1 TO WS-A-BNK-V(WS-A-IX)
                 END-IF
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

       01  WS-LIMIT-DATE      PIC  9(08).
       01  WS-EXP-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-LATE-FLAG       PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "SKLEXPRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-EXP-COUNT.
           PERFORM SPOOL-OPEN.
           STRING  "*** Certifications Expiring Within 90 Days"
                   " ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-LIMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 90.
           COMPUTE WS-LIMIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT).
           STRING  "Reporting window: " WS-TODAY " to "
                   WS-LIMIT-DATE "  (* = already expired)"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT ESK-FILE.
           EVALUATE ESK-STS
             WHEN "00"
                PERFORM SCAN-SKILLS
                PERFORM CLOSE-LOOKUP-FILES
                CLOSE ESK-FILE
                PERFORM SPOOL-LINE
                STRING  "=== " WS-EXP-COUNT
                        " certification(s) expiring ==="
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                MOVE    "EMPSKILL not found - run EMPSKLMNT first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPSKILL open failed, status " ESK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-LOOKUP-FILES.
           MOVE  "N"           TO   WS-EMP-OPEN.
             WHEN "00"
                MOVE "Y" TO WS-EMP-OPEN
             WHEN "35"
                MOVE    "EMP-FILE not found - names will be blank"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           MOVE  "N"           TO   WS-SKL-OPEN.
           OPEN  INPUT SKL-FILE.
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "SKILLMAST open failed, status " SKL-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       CLOSE-LOOKUP-FILES.
           IF WS-EMP-OPEN = "Y"
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMPSKILL, status "
                          ESK-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
                 MOVE  SPACE   TO   WS-LATE-FLAG
              END-IF
              IF WS-EMP-FOUND = "Y"
                 STRING  ESK-CD " " EMP-NAME " dept " EMP-DPT-CD
                         " " ESK-SKL-CD " " SKL-NAME
                         " expires " ESK-EXPIRY " " WS-LATE-FLAG
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  ESK-CD " (not on EMP-FILE) " ESK-SKL-CD
                         " " SKL-NAME " expires " ESK-EXPIRY
                         " " WS-LATE-FLAG
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              ADD  1            TO   WS-EXP-COUNT
           END-IF.
                    CONTINUE
              END-READ
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

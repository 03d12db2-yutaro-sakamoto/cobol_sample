       01  WS-TERM-MGR-COUNT  PIC  9(05)  VALUE ZERO.
       01  WS-SELF-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-CIRC-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPMGRCHK".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-TERM-MGR-COUNT.
           MOVE  ZERO          TO   WS-SELF-COUNT.
           MOVE  ZERO          TO   WS-CIRC-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Manager Reporting-Chain Integrity Check ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM LOAD-EMP-TABLE.
           IF WS-EMP-COUNT > ZERO
              PERFORM CHECK-ALL-EMPS
              PERFORM PRINT-SUMMARY
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-EMP-TABLE.
           OPEN  INPUT EMP-FILE.
                          MOVE EMP-MGR-CD TO WS-T-MGR(WS-T-IX)
                          MOVE EMP-STATUS TO WS-T-STS(WS-T-IX)
                       ELSE
                          STRING  "Employee table full - remaining"
                                  " records not checked"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          MOVE "Y" TO WS-EOF
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
                END-PERFORM
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
       CHECK-ALL-EMPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              CONTINUE
           ELSE
              IF WS-T-MGR(WS-T-IX) = WS-T-CD(WS-T-IX)
                 STRING  "EXCEPTION: " WS-T-CD(WS-T-IX) " "
                         WS-T-NAME(WS-T-IX)
                         " reports to themself"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1 TO WS-SELF-COUNT
              ELSE
                 MOVE  WS-T-MGR(WS-T-IX)  TO   WS-LOOKUP-MGR
                 PERFORM LOOKUP-EMP
                 SET  WS-T-IX TO WS-IDX
                 IF WS-LOOKUP-OK = "N"
                    STRING  "EXCEPTION: " WS-T-CD(WS-T-IX) " "
                            WS-T-NAME(WS-T-IX)
                            " has unknown manager "
                            WS-LOOKUP-MGR
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    ADD  1 TO WS-ORPHAN-COUNT
                 ELSE
                    IF WS-LOOKUP-STS = "T"
                       STRING  "EXCEPTION: " WS-T-CD(WS-T-IX) " "
                               WS-T-NAME(WS-T-IX)
                               " has terminated manager "
                               WS-LOOKUP-MGR
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       ADD  1 TO WS-TERM-MGR-COUNT
                    END-IF
                    PERFORM CHECK-CHAIN
             ELSE
                SET  WS-T-IX TO WS-IDX
                IF WS-CHAIN-CD = WS-T-CD(WS-T-IX)
                   STRING  "EXCEPTION: " WS-T-CD(WS-T-IX) " "
                           WS-T-NAME(WS-T-IX)
                           " is in a circular reporting chain"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   ADD  1 TO WS-CIRC-COUNT
                   MOVE "Y" TO WS-CHAIN-DONE
                ELSE
                   ADD  1 TO WS-CHAIN-HOPS
                   IF WS-CHAIN-HOPS > 100
                      STRING  "EXCEPTION: " WS-T-CD(WS-T-IX) " "
                              WS-T-NAME(WS-T-IX)
                              " reporting chain exceeds 100 levels"
                              " - treated as circular"
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      ADD  1 TO WS-CIRC-COUNT
                      MOVE "Y" TO WS-CHAIN-DONE
                   ELSE
             END-IF
           END-PERFORM.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "=== Checked " WS-EMP-COUNT " employee(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Unknown managers   : " WS-ORPHAN-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Terminated managers: " WS-TERM-MGR-COUNT
                   " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Self-reporting     : " WS-SELF-COUNT " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Circular chains    : " WS-CIRC-COUNT " ==="
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

           03  DSP-AMT-LABEL  PIC X(15).
           03  FILLER         PIC X(02)  VALUE ": ".
           03  DSP-AMT        PIC Z,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYSLIP".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-SLIP-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Monthly Payslip Print ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Pay period (YYYYMM, blank = current): "
                   NO ADVANCING.
           IF WK-PERIOD = ZERO
              MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
           END-IF.
           STRING  "Period " WK-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                PERFORM PRINT-ALL-SLIPS
                PERFORM CLOSE-LOOKUP-FILES
                CLOSE PAY-REG
                PERFORM SPOOL-LINE
                STRING  "=== Printed " WS-SLIP-COUNT
                        " payslip(s) for period " WK-PERIOD " ==="
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                IF WS-SKIP-COUNT > ZERO
                   STRING  "=== " WS-SKIP-COUNT
                           " register record(s) skipped - employee"
                           " not on file ==="
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
             WHEN "35"
                MOVE    "PAYREG not found - run PAYCALC first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
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
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           OPEN  INPUT DEPT-FILE.
           EVALUATE DEPT-STS
             WHEN "00"
                MOVE "Y" TO WS-DEPT-OPEN
             WHEN "35"
                STRING  "DEPTMAST not found - department names"
                        " will be blank"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           OPEN  INPUT CON-FILE.
           EVALUATE CON-STS
             WHEN "00"
                MOVE "Y" TO WS-CON-OPEN
             WHEN "35"
                STRING  "EMPCONTACT not found - addresses will be"
                        " blank"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPCONTACT open failed, status " CON-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       CLOSE-LOOKUP-FILES.
           IF WS-EMP-OPEN = "Y"
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYREG, status "
                          REG-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "N"
              STRING  "EXCEPTION: register record for " REG-CD
                      " - employee not on EMP-FILE, slip skipped"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1           TO   WS-SKIP-COUNT
           ELSE
              PERFORM LOOK-UP-DEPT-NAME
              PERFORM SPOOL-LINE
              STRING  "+----------------------------------------"
                      "------+"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "PAYSLIP                        Pay period: "
                      WK-PERIOD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM SPOOL-LINE
              STRING  EMP-CD "  " EMP-NAME
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "Dept: " EMP-DPT-CD "  " WS-DEPT-NAME
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM PRINT-SLIP-ADDRESS
              PERFORM SPOOL-LINE
              MOVE  "Gross pay      "   TO   DSP-AMT-LABEL
              MOVE  REG-GROSS           TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "Tax            "   TO   DSP-AMT-LABEL
              MOVE  REG-TAX             TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "Social ins.    "   TO   DSP-AMT-LABEL
              MOVE  REG-SOC             TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF REG-PEN-EE > ZERO
                 MOVE  "Pension        "   TO   DSP-AMT-LABEL
                 MOVE  REG-PEN-EE          TO   DSP-AMT
                 MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF REG-DED > ZERO
                 MOVE  "Deductions     "   TO   DSP-AMT-LABEL
                 MOVE  REG-DED             TO   DSP-AMT
                 MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF REG-EXPENSES > ZERO
                 MOVE  "Expenses repaid"   TO   DSP-AMT-LABEL
                 MOVE  REG-EXPENSES        TO   DSP-AMT
                 MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              MOVE  "Net pay        "   TO   DSP-AMT-LABEL
              MOVE  REG-NET             TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "+----------------------------------------"
                      "------+"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD   1          TO   WS-SLIP-COUNT
           END-IF.
       LOOK-UP-DEPT-NAME.
              END-READ
           END-IF.
           IF WS-CON-FOUND = "Y"
              MOVE  CON-ADDR1     TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  CON-ADDR2     TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  "(no mailing address on file)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
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

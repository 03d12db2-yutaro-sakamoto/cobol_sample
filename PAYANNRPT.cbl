           COPY EMPSEL.
           COPY DEPTSEL.
           COPY YTDSEL.
           COPY COSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY DEPTREC.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  CO-FILE.
           COPY COREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  YTD-STS            PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-FIRST-REC       PIC  X      VALUE "Y".
       01  WS-PREV-CO         PIC  X(02)  VALUE SPACES.
       01  WS-CO-NAME         PIC  X(25).
       01  WS-CO-TAX-REF      PIC  X(10).
       01  WS-CO-STMTS        PIC  9(06)  VALUE ZERO.
       01  WS-CO-GROSS        PIC  9(09)V99  VALUE ZERO.
       01  WS-CO-TAX          PIC  9(09)V99  VALUE ZERO.
       01  WS-CO-NET          PIC  9(09)V99  VALUE ZERO.
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
           03  DSP-AMT-LABEL  PIC X(18).
           03  FILLER         PIC X(02)  VALUE ": ".
           03  DSP-AMT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYANNRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-STMT-COUNT.
           MOVE  ZERO          TO   WS-FLAG-COUNT.
           MOVE  "Y"           TO   WS-FIRST-REC.
           MOVE  SPACES        TO   WS-PREV-CO.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Annual Earnings Statements ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Year (YYYY, blank = current): " NO ADVANCING.
           ACCEPT  WK-YEAR.
           IF WK-YEAR = ZERO
              MOVE  WS-TODAY(1:4)  TO   WK-YEAR
           END-IF.
           STRING  "Year " WK-YEAR
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT YTD-FILE.
           EVALUATE YTD-STS
             WHEN "00"
                PERFORM OPEN-LOOKUP-FILES
                PERFORM PRINT-ALL-STATEMENTS
                IF WS-FIRST-REC = "N"
                   PERFORM PRINT-COMPANY-TOTALS
                END-IF
                PERFORM CLOSE-LOOKUP-FILES
                CLOSE YTD-FILE
                PERFORM SPOOL-LINE
                STRING  "=== Printed " WS-STMT-COUNT
                        " statement(s) for year " WK-YEAR " ==="
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                IF WS-FLAG-COUNT > ZERO
                   STRING  "=== " WS-FLAG-COUNT
                           " employee(s) flagged with fewer than"
                           " 12 register period(s) ==="
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
             WHEN "35"
                MOVE    "PAYYTD not found - run PAYYTD first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PAYYTD open failed, status " YTD-STS
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
           MOVE  "N"           TO   WS-CO-OPEN.
           OPEN  INPUT CO-FILE.
           EVALUATE CO-STS
             WHEN "00"
                MOVE "Y" TO WS-CO-OPEN
             WHEN "35"
                STRING  "COMPANY not found - employer names"
                        " will be blank"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "COMPANY open failed, status " CO-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       CLOSE-LOOKUP-FILES.
           IF WS-EMP-OPEN = "Y"
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-CO-OPEN = "Y"
              CLOSE CO-FILE
           END-IF.
       PRINT-ALL-STATEMENTS.
           MOVE  WK-YEAR       TO   YTD-YEAR.
           MOVE  LOW-VALUES    TO   YTD-CO-CD.
           MOVE  LOW-VALUES    TO   YTD-CD.
           START YTD-FILE KEY IS >= YTD-KEY
             INVALID KEY
                  IF YTD-YEAR NOT = WK-YEAR
                     MOVE "Y" TO WS-EOF
                  ELSE
                     PERFORM CHECK-COMPANY-BREAK
                     PERFORM PRINT-ONE-STATEMENT
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYYTD, status "
                          YTD-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-COMPANY-BREAK.
           IF WS-FIRST-REC = "Y"
              MOVE  "N"        TO   WS-FIRST-REC
              PERFORM LOOK-UP-COMPANY
           ELSE
              IF YTD-CO-CD NOT = WS-PREV-CO
                 PERFORM PRINT-COMPANY-TOTALS
                 PERFORM LOOK-UP-COMPANY
              END-IF
           END-IF.
       LOOK-UP-COMPANY.
           MOVE  YTD-CO-CD     TO   WS-PREV-CO.
           MOVE  SPACES        TO   WS-CO-NAME.
           MOVE  SPACES        TO   WS-CO-TAX-REF.
           MOVE  ZERO          TO   WS-CO-STMTS.
           MOVE  ZERO          TO   WS-CO-GROSS.
           MOVE  ZERO          TO   WS-CO-TAX.
           MOVE  ZERO          TO   WS-CO-NET.
           IF WS-CO-OPEN = "Y"
              MOVE  YTD-CO-CD     TO   CO-CD
              READ  CO-FILE KEY IS    CO-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  CO-NAME     TO   WS-CO-NAME
                    MOVE  CO-TAX-REF  TO   WS-CO-TAX-REF
              END-READ
           END-IF.
           PERFORM SPOOL-LINE.
           STRING  "=== Employer " WS-PREV-CO " " WS-CO-NAME
                   " tax ref " WS-CO-TAX-REF " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-COMPANY-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Employer " WS-PREV-CO " totals: "
                   WS-CO-STMTS " statement(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Gross earnings    "   TO   DSP-AMT-LABEL.
           MOVE  WS-CO-GROSS            TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Tax withheld      "   TO   DSP-AMT-LABEL.
           MOVE  WS-CO-TAX              TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Net pay           "   TO   DSP-AMT-LABEL.
           MOVE  WS-CO-NET              TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-ONE-STATEMENT.
           PERFORM LOOK-UP-EMPLOYEE.
           PERFORM SPOOL-LINE.
           MOVE    "+--------------------------------------------+"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "ANNUAL EARNINGS STATEMENT          Year: "
                   WK-YEAR
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Employer: " WS-CO-NAME "  Tax ref: "
                   WS-CO-TAX-REF
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.
           IF WS-EMP-FOUND = "Y"
              STRING  YTD-CD "  " EMP-NAME
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "Dept: " EMP-DPT-CD "  " WS-DEPT-NAME
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  YTD-CD "  (employee not on EMP-FILE)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           PERFORM SPOOL-LINE.
           MOVE  "Gross earnings    "   TO   DSP-AMT-LABEL.
           MOVE  YTD-GROSS              TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Tax withheld      "   TO   DSP-AMT-LABEL.
           MOVE  YTD-TAX                TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Social insurance  "   TO   DSP-AMT-LABEL.
           MOVE  YTD-SOC                TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF YTD-PEN-EE > ZERO
              MOVE  "Pension           "   TO   DSP-AMT-LABEL
              MOVE  YTD-PEN-EE             TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE  "Other deductions  "   TO   DSP-AMT-LABEL.
           MOVE  YTD-DED                TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF YTD-EXPENSES > ZERO
              MOVE  "Expenses repaid   "   TO   DSP-AMT-LABEL
              MOVE  YTD-EXPENSES           TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE  "Net pay           "   TO   DSP-AMT-LABEL.
           MOVE  YTD-NET                TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Register periods  : " YTD-PERIODS
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF YTD-PERIODS < 12
              STRING  "** FEWER THAN 12 PERIODS - check joiner or"
                      " leaver **"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1            TO   WS-FLAG-COUNT
           END-IF.
           MOVE    "+--------------------------------------------+"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-STMT-COUNT.
           ADD   1             TO   WS-CO-STMTS.
           ADD   YTD-GROSS     TO   WS-CO-GROSS.
           ADD   YTD-TAX       TO   WS-CO-TAX.
           ADD   YTD-NET       TO   WS-CO-NET.
       LOOK-UP-EMPLOYEE.
           MOVE  "N"           TO   WS-EMP-FOUND.
           MOVE  SPACES        TO   WS-DEPT-NAME.
                    MOVE  DEPT-NAME   TO   WS-DEPT-NAME
              END-READ
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

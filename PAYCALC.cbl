           COPY HRSSEL.
           COPY DEDSEL.
           COPY PRDSEL.
           COPY PSCSEL.
           COPY PENSEL.
           COPY EXPSEL.
           COPY ECTSEL.
           COPY STLSEL.
           COPY DWHSEL.
           COPY PCKSEL.
           SELECT PEN-CONTRIB ASSIGN TO "PENCONTRIB"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  PCF-STS.
           COPY RUNSEL.
           SELECT SORT-WORK ASSIGN TO "PAYSORT".
       DATA DIVISION.
           03  GL-COST-CTR    PIC X(04).
           03  GL-ACCT        PIC X(06).
           03  GL-AMOUNT      PIC 9(10)V99.
           03  GL-CO-CD       PIC X(02).
       FD  PAY-RATES.
       01  RATE-REC.
           03  RATE-TYPE      PIC X(03).
           COPY DEDREC.
       FD  PRD-FILE.
           COPY PRDREC.
       FD  PSC-FILE.
           COPY PSCREC.
       FD  PEN-FILE.
           COPY PENREC.
       FD  EXP-FILE.
           COPY EXPREC.
       FD  ECT-FILE.
           COPY ECTREC.
       FD  STL-FILE.
           COPY STLREC.
       FD  DWH-FILE.
           COPY DWHREC.
       FD  PCK-FILE.
           COPY PCKREC.
       FD  PEN-CONTRIB.
       01  PCF-REC               PIC X(80).
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-CO-CD      PIC X(02).
           03  SRT-DPT-CD     PIC X(02).
           03  SRT-CD         PIC X(04).
           03  SRT-NAME       PIC X(20).
       01  HRS-STS            PIC 9(02).
       01  DED-STS            PIC 9(02).
       01  PRD-STS            PIC 9(02).
       01  PSC-STS            PIC 9(02).
       01  PEN-STS            PIC 9(02).
       01  PCF-STS            PIC 9(02).
       01  EXP-STS            PIC 9(02).
       01  ECT-STS            PIC 9(02).
       01  STL-STS            PIC 9(02).
       01  WS-STL-OPEN        PIC X      VALUE "N".
       01  WS-STL-FOUND       PIC X      VALUE "N".
       01  WS-STL-CD          PIC X(04).
       01  DWH-STS            PIC 9(02).
       01  WS-DWH-OPEN        PIC X      VALUE "N".
       01  WS-DWH-EOF         PIC X      VALUE "N".
       01  WS-DWH-PURGED      PIC 9(05)  VALUE ZERO.
       01  WS-DWH-REMITTED    PIC 9(05)  VALUE ZERO.
       01  PCK-STS            PIC 9(02).
       01  WS-PCK-OPEN        PIC X      VALUE "N".
       01  WS-PCK-FOUND       PIC X      VALUE "N".
       01  WS-RESTART         PIC X      VALUE "N".
       01  WS-REPLAY          PIC X      VALUE "N".
       01  WS-RESUMED         PIC X      VALUE "N".
       01  WS-LNS-DONE        PIC 9(03)  VALUE ZERO.
       01  WS-LNS-APPLIED     PIC 9(06)  VALUE ZERO.
       01  WS-REPLAY-COUNT    PIC 9(06)  VALUE ZERO.
       01  WS-REPLAY-DIFF     PIC 9(04)  VALUE ZERO.
       01  WS-LAST-KEY.
           03  WS-LAST-CO     PIC X(02).
           03  WS-LAST-DPT    PIC X(02).
           03  WS-LAST-CD     PIC X(04).
       01  WS-EMP-KEY.
           03  WS-KEY-CO      PIC X(02).
           03  WS-KEY-DPT     PIC X(02).
           03  WS-KEY-CD      PIC X(04).
       01  WS-EXP-OPEN        PIC X      VALUE "N".
       01  WS-EXP-SCAN-EOF    PIC X      VALUE "N".
       01  WS-ECT-EOF         PIC X      VALUE "N".
       01  WS-ECT-FOUND       PIC X      VALUE "N".
       01  WS-EXS-FOUND       PIC X      VALUE "N".
       01  WS-EXP-AMT         PIC 9(07)V99  VALUE ZERO.
       01  WS-EXP-TOTAL       PIC 9(10)V99  VALUE ZERO.
       01  WS-ECT-MAX         PIC 9(02)  VALUE ZERO.
       01  WS-ECT-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-ECT-TABLE.
           03  WS-ECT-ENTRY   OCCURS 50 TIMES
                               INDEXED BY WS-ECT-IX.
               05  WS-ECT-CD       PIC X(03).
               05  WS-ECT-EXP-ACCT PIC X(06).
               05  WS-ECT-CLR-ACCT PIC X(06).
               05  WS-ECT-AMT      PIC 9(10)V99.
       01  WS-EXS-MAX         PIC 9(04)  VALUE ZERO.
       01  WS-EXS-IDX         PIC 9(04)  VALUE ZERO.
       01  WS-EXS-TABLE.
           03  WS-EXS-ENTRY   OCCURS 1000 TIMES
                               INDEXED BY WS-EXS-IX.
               05  WS-EXS-SEQ      PIC 9(06).
       01  WS-PEN-OPEN        PIC X      VALUE "N".
       01  WS-PCF-OPEN        PIC X      VALUE "N".
       01  WS-PEN-SCAN-EOF    PIC X      VALUE "N".
       01  WS-PEN-FOUND       PIC X      VALUE "N".
       01  WS-PSC-EOF         PIC X      VALUE "N".
       01  WS-PENS-GROSS      PIC 9(07)V99  VALUE ZERO.
       01  WS-PEN-EE          PIC 9(07)V99  VALUE ZERO.
       01  WS-PEN-ER          PIC 9(07)V99  VALUE ZERO.
       01  WS-PEN-ER-TOTAL    PIC 9(10)V99  VALUE ZERO.
       01  WS-PCF-COUNT       PIC 9(06)  VALUE ZERO.
       01  WS-PCF-PENS-TOT    PIC 9(11)V99  VALUE ZERO.
       01  WS-PCF-EE-TOT      PIC 9(11)V99  VALUE ZERO.
       01  WS-PCF-ER-TOT      PIC 9(11)V99  VALUE ZERO.
       01  WS-PSC-MAX         PIC 9(02)  VALUE ZERO.
       01  WS-PSC-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-PSC-TABLE.
           03  WS-PSC-ENTRY   OCCURS 20 TIMES
                               INDEXED BY WS-PSC-IX.
               05  WS-PSC-CD       PIC X(04).
               05  WS-PSC-PROVIDER PIC X(10).
               05  WS-PSC-EE-PCT   PIC 9(02)V99.
               05  WS-PSC-ER-PCT   PIC 9(02)V99.
               05  WS-PSC-ER-ACCT  PIC X(06).
               05  WS-PSC-LIAB-ACCT PIC X(06).
               05  WS-PSC-ER-AMT   PIC 9(10)V99.
       01  WS-DPN-MAX         PIC 9(02)  VALUE ZERO.
       01  WS-DPN-IDX         PIC 9(02)  VALUE ZERO.
       01  WS-DPN-FOUND       PIC X      VALUE "N".
       01  WS-DPN-TABLE.
           03  WS-DPN-ENTRY   OCCURS 20 TIMES
                               INDEXED BY WS-DPN-IX.
               05  WS-DPN-PSC      PIC 9(02).
               05  WS-DPN-AMT      PIC 9(09)V99.
       01  WS-PCF-HDR.
           03  WS-PCF-HDR-ID  PIC X(01)  VALUE "H".
           03  WS-PCF-HDR-PERIOD PIC 9(06).
           03  WS-PCF-HDR-DATE PIC 9(08).
       01  WS-PCF-DTL.
           03  WS-PCF-DTL-ID  PIC X(01)  VALUE "D".
           03  WS-PCF-SCHEME  PIC X(04).
           03  WS-PCF-PROVIDER PIC X(10).
           03  WS-PCF-CD      PIC X(04).
           03  WS-PCF-NAME    PIC X(20).
           03  WS-PCF-PENS    PIC 9(07)V99.
           03  WS-PCF-EE      PIC 9(07)V99.
           03  WS-PCF-ER      PIC 9(07)V99.
       01  WS-PCF-TRL.
           03  WS-PCF-TRL-ID  PIC X(01)  VALUE "T".
           03  WS-PCF-TRL-COUNT PIC 9(06).
           03  WS-PCF-TRL-PENS PIC 9(11)V99.
           03  WS-PCF-TRL-EE  PIC 9(11)V99.
           03  WS-PCF-TRL-ER  PIC 9(11)V99.
       01  WS-DED-OPEN        PIC X      VALUE "N".
       01  WS-DED-SCAN-EOF    PIC X      VALUE "N".
       01  WS-DED-TOTAL       PIC 9(07)V99  VALUE ZERO.
       01  WS-EOF             PIC X      VALUE "N".
       01  WS-RATE-EOF        PIC X      VALUE "N".
       01  WS-PREV-DPT        PIC X(02)  VALUE SPACES.
       01  WS-PREV-CO         PIC X(02)  VALUE SPACES.
       01  WS-CO-TOTAL        PIC 9(10)V99  VALUE ZERO.
       01  WS-CO-COUNT        PIC 9(02)  VALUE ZERO.
       01  WS-CO-UNBAL        PIC 9(02)  VALUE ZERO.
       01  WS-FIRST-REC       PIC X      VALUE "Y".
       01  WS-RUN-DATE        PIC 9(08).
       01  WS-PAY-PERIOD      PIC 9(06).
           03  DSP-SOC        PIC ZZZ,ZZ9.99.
           03  FILLER         PIC X.
           03  DSP-NET        PIC Z,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "PAYCALC".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-LOAD-EOF.
           MOVE  "N"           TO   WS-EOF.
           MOVE  SPACES        TO   WS-PREV-DPT.
           MOVE  SPACES        TO   WS-PREV-CO.
           MOVE  ZERO          TO   WS-CO-TOTAL.
           MOVE  ZERO          TO   WS-CO-COUNT.
           MOVE  ZERO          TO   WS-CO-UNBAL.
           MOVE  "Y"           TO   WS-FIRST-REC.
           MOVE  ZERO          TO   WS-GRAND-TOTAL.
           MOVE  ZERO          TO   WS-REG-COUNT.
           MOVE  ZERO          TO   WS-TAX-PCT.
           MOVE  ZERO          TO   WS-SOC-PCT.
           MOVE  "Y"           TO   WS-RUN-OK.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Monthly Payroll Calculation ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE    WS-RUN-DATE(1:6)  TO   WS-PAY-PERIOD.
           STRING  "Pay period: " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM SHOW-PERIOD-CUTOFF.
           PERFORM LOAD-PAY-RATES.
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM LOAD-PENSION-SCHEMES.
           PERFORM LOAD-EXPENSE-CATEGORIES.
           PERFORM OPEN-PAY-REG.
           IF WS-REG-OPEN = "Y"
              PERFORM OPEN-PAY-CHECKPOINT
              PERFORM OPEN-DEPT-FILE
              PERFORM OPEN-GL-EXTRACT
              PERFORM OPEN-LEAVE-FILE
              PERFORM OPEN-ALLOC-FILE
              PERFORM OPEN-HOURS-FILE
              PERFORM OPEN-DEDUCT-FILE
              PERFORM OPEN-WITHHELD-FILE
              PERFORM OPEN-PENSION-FILES
              PERFORM OPEN-EXPENSE-FILE
              PERFORM OPEN-SETTLE-FILE
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-CO-CD SRT-DPT-CD SRT-CD
                      INPUT PROCEDURE  IS LOAD-SORT
                      OUTPUT PROCEDURE IS PRINT-PAYROLL
              IF WS-GL-OPEN = "Y"
                 CLOSE GL-EXTRACT
                 IF WS-CO-UNBAL > ZERO
                    STRING  "*** " WS-CO-UNBAL " of " WS-CO-COUNT
                            " company GL extract(s) OUT OF BALANCE"
                            " ***"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
              ELSE
                 STRING  "*** GL extract NOT produced - GLEXTRACT"
                         " unavailable ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-DEPT-OPEN = "Y"
                 CLOSE DEPT-FILE
              IF WS-HRS-OPEN = "Y"
                 CLOSE HRS-FILE
              END-IF
              IF WS-STL-OPEN = "Y"
                 CLOSE STL-FILE
              END-IF
              PERFORM CLOSE-PENSION-FILES
              IF WS-EXP-OPEN = "Y"
                 IF WS-RUN-OK = "Y"
                    PERFORM MARK-CLAIMS-PAID
                 END-IF
                 CLOSE EXP-FILE
              END-IF
              IF WS-DED-OPEN = "Y"
                 CLOSE DED-FILE
              END-IF
              IF WS-LNS-APPLIED > ZERO
                 STRING  "*** Applied " WS-LNS-APPLIED
                         " loan repayment(s) to EMPDEDUCT ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-DWH-OPEN = "Y"
                 CLOSE DWH-FILE
              END-IF
              CLOSE PAY-REG
              STRING  "*** Wrote " WS-REG-COUNT
                      " pay register record(s) to PAYREG ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-RESTART = "Y"
                 STRING  "*** " WS-REPLAY-COUNT " employee(s) committed"
                         " by the interrupted run replayed, not"
                         " rewritten ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-RUN-OK = "Y"
                 PERFORM CLOSE-PAY-PERIOD
              END-IF
              PERFORM CLOSE-PAY-CHECKPOINT
           ELSE
              STRING  "*** Payroll run abandoned - pay register"
                      " unavailable ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       SHOW-PERIOD-CUTOFF.
           MOVE  WS-PAY-PERIOD(1:4)  TO   WS-NEXT-YYYY.
           MOVE  "B"           TO   WS-BIZ-FUNC.
           CALL  "EMPBIZDAY" USING WS-BIZ-FUNC, WS-EOM-DATE,
                                   WS-CUTOFF-DATE.
           STRING  "Period cut-off (last business day): "
                   WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "C"           TO   WS-BIZ-FUNC.
           CALL  "EMPBIZDAY" USING WS-BIZ-FUNC, WS-EOM-DATE,
                                   WS-CUTOFF-DATE.
                         WHEN "SOC"
                            MOVE RATE-PCT TO WS-SOC-PCT
                         WHEN OTHER
                            STRING  "Unknown PAYRATES entry type "
                                    RATE-TYPE " - ignored"
                                    DELIMITED BY SIZE INTO WS-SPL-LINE
                            PERFORM SPOOL-LINE
                       END-EVALUATE
                    WHEN "10"
                       MOVE "Y" TO WS-RATE-EOF
                    WHEN OTHER
                       STRING  "I-O error reading PAYRATES, status "
                               RATE-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-RATE-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE PAY-RATES
             WHEN "35"
                MOVE    "PAYRATES not found - deductions taken as zero"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PAYRATES open failed, status " RATE-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           STRING  "Tax rate: " WS-TAX-PCT
                   "%  Social insurance rate: " WS-SOC-PCT "%"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       LOAD-TAX-BRACKETS.
           COMPUTE WS-TAX-EFF = WS-PAY-PERIOD * 100 + 1.
           MOVE  "L"           TO   WS-TAX-FUNC.
                                WS-MONTHLY-GROSS, WS-TAX-AMT,
                                WS-TAX-HAVE.
           IF WS-TAX-HAVE = "Y"
              STRING  "Banded tax brackets in force for period "
                      WS-PAY-PERIOD "."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "No tax brackets on file - flat PAYRATES"
                      " percentage applies."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       CHECK-PERIOD-STATUS.
           MOVE  "Y"           TO   WS-PERIOD-OK.
              OPEN  I-O PRD-FILE
           END-IF.
           IF PRD-STS NOT = ZERO
              STRING  "PAYPERIOD open failed, status " PRD-STS
                      " - period control skipped"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  WS-PAY-PERIOD  TO   PRD-PERIOD
              READ  PRD-FILE KEY IS PRD-PERIOD
                NOT INVALID KEY
                    IF PRD-STATUS = "C"
                       MOVE  "N"    TO   WS-PERIOD-OK
                       STRING  "*** Period " WS-PAY-PERIOD
                               " was closed " PRD-TS(1:8) " by "
                               PRD-OPR " - run refused ***"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       STRING  "*** A supervisor can reopen it"
                               " with PAYPERIOD ***"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                    END-IF
              END-READ
              CLOSE PRD-FILE
       CLOSE-PAY-PERIOD.
           OPEN  I-O PRD-FILE.
           IF PRD-STS NOT = ZERO
              STRING  "PAYPERIOD open failed, status " PRD-STS
                      " - period not marked closed"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  "Y"           TO   WS-PRD-FOUND
              MOVE  WS-PAY-PERIOD TO   PRD-PERIOD
              ELSE
                 WRITE PRD-REC
                   INVALID KEY
                      STRING  "PAYPERIOD write failed, status "
                              PRD-STS
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                 END-WRITE
              END-IF
              CLOSE PRD-FILE
              STRING  "*** Period " WS-PAY-PERIOD
                      " marked closed ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       OPEN-PAY-REG.
           MOVE  "N"           TO   WS-REG-OPEN.
           IF REG-STS = ZERO
              MOVE  "Y"        TO   WS-REG-OPEN
           ELSE
              STRING  "PAYREG open failed, status " REG-STS
                      " - contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "N"        TO   WS-RUN-OK
           END-IF.
       LOAD-SORT.
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
                MOVE "N" TO WS-RUN-OK
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
             EVALUATE EMP-STS
               WHEN "00"
                  MOVE  ZERO              TO   WS-CHK-PERIOD
                  MOVE  "N"               TO   WS-STL-FOUND
                  IF EMP-STATUS = "T"
                     AND EMP-TERM-DATE IS NUMERIC
                     MOVE  EMP-TERM-DATE(1:6)  TO   WS-CHK-PERIOD
                  END-IF
                  IF EMP-STATUS = "T"
                     MOVE  EMP-CD          TO   WS-STL-CD
                     PERFORM FIND-SETTLEMENT
                  END-IF
                  IF EMP-STATUS NOT = "T"
                     OR WS-CHK-PERIOD = WS-PAY-PERIOD
                     OR WS-STL-FOUND = "Y"
                     MOVE   EMP-DPT-CD    TO   SRT-DPT-CD
                     PERFORM GET-SORT-COMPANY
                     MOVE   EMP-CD        TO   SRT-CD
                     MOVE   EMP-NAME      TO   SRT-NAME
                     MOVE   EMP-GRADE     TO   SRT-GRADE
               WHEN "10"
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status " EMP-STS
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
           CLOSE EMP-FILE.
       GET-SORT-COMPANY.
           MOVE  SPACES        TO   SRT-CO-CD.
           IF WS-DEPT-OPEN = "Y"
              MOVE  EMP-DPT-CD     TO   DEPT-CD
              READ  DEPT-FILE KEY IS   DEPT-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  DEPT-CO-CD   TO   SRT-CO-CD
              END-READ
           END-IF.
       PRINT-PAYROLL.
           STRING  "ID   Employee Name        Gd  Monthly Gross "
                   "       Tax   Soc.Ins.       Net Pay"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "---- -------------------- --  ------------- "
                   "---------- ---------- -------------"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
             END-RETURN
           END-PERFORM.
           PERFORM DEPT-PAY-BREAK.
           PERFORM COMPANY-PAY-BREAK.
           PERFORM PRINT-DIV-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Grand total monthly payroll: "
                   WS-GRAND-TOTAL " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PROCESS-PAY-REC.
           IF WS-FIRST-REC = "Y"
              MOVE   SRT-DPT-CD  TO   WS-PREV-DPT
              MOVE   SRT-CO-CD   TO   WS-PREV-CO
              MOVE   "N"         TO   WS-FIRST-REC
           END-IF.
           IF SRT-CO-CD NOT = WS-PREV-CO
              PERFORM DEPT-PAY-BREAK
              PERFORM COMPANY-PAY-BREAK
              MOVE   SRT-DPT-CD  TO   WS-PREV-DPT
              MOVE   SRT-CO-CD   TO   WS-PREV-CO
           END-IF.
           IF SRT-DPT-CD NOT = WS-PREV-DPT
              PERFORM DEPT-PAY-BREAK
              MOVE   SRT-DPT-CD  TO   WS-PREV-DPT
           END-IF.
           MOVE  SRT-CO-CD     TO   WS-KEY-CO.
           MOVE  SRT-DPT-CD    TO   WS-KEY-DPT.
           MOVE  SRT-CD        TO   WS-KEY-CD.
           MOVE  "N"           TO   WS-REPLAY.
           IF WS-RESTART = "Y"
              IF WS-EMP-KEY NOT > WS-LAST-KEY
                 MOVE  "Y"     TO   WS-REPLAY
              ELSE
                 IF WS-RESUMED = "N"
                    MOVE  "Y"  TO   WS-RESUMED
                    STRING  "*** Resuming calculation at employee "
                            SRT-CD " ***"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
              END-IF
           END-IF.
           MOVE  ZERO          TO   WS-LNS-MAX.
           MOVE  SRT-CD        TO   WS-STL-CD.
           PERFORM FIND-SETTLEMENT.
           IF WS-STL-FOUND = "Y"
              PERFORM TAKE-SETTLEMENT
           ELSE
              PERFORM CALC-EMP-PAY
           END-IF.
           MOVE   SRT-CD          TO   DSP-CD.
           MOVE   SRT-NAME        TO   DSP-NAME.
           MOVE   SRT-GRADE       TO   DSP-GRADE.
           MOVE   WS-MONTHLY-GROSS TO  DSP-MONTHLY.
           MOVE   WS-TAX-AMT      TO   DSP-TAX.
           MOVE   WS-SOC-AMT      TO   DSP-SOC.
           MOVE   WS-NET-AMT      TO   DSP-NET.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-STL-FOUND = "Y"
              STRING  "     .. " SRT-CD " final settlement posted"
                      " by PAYSETTLE - register left as approved"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              IF WS-REPLAY = "Y"
                 PERFORM CHECK-REPLAY-REG
              ELSE
                 PERFORM WRITE-PAY-REG
              END-IF
           END-IF.
           IF WS-REPLAY = "Y"
              ADD    1 TO WS-REPLAY-COUNT
              IF WS-EMP-KEY = WS-LAST-KEY
                 PERFORM APPLY-LOAN-BALANCES
              END-IF
           ELSE
              MOVE   ZERO TO WS-LNS-DONE
              PERFORM UPDATE-PAY-CHECKPOINT
              PERFORM APPLY-LOAN-BALANCES
           END-IF.
           PERFORM GET-ALLOC-SPLIT.
           IF WS-ALO-SPLIT = "Y"
              PERFORM ADD-ALLOC-BUCKETS
              ADD    WS-MONTHLY-GROSS TO WS-GRAND-TOTAL
                                         WS-CO-TOTAL
           ELSE
              ADD    WS-MONTHLY-GROSS TO WS-DPT-TOTAL
                                         WS-GRAND-TOTAL
                                         WS-CO-TOTAL
           END-IF.
       CALC-EMP-PAY.
           COMPUTE WS-MONTHLY-GROSS ROUNDED = SRT-SALARY / 12.
           PERFORM PRORATE-GROSS.
           PERFORM GET-UNPAID-DAYS.
                 MOVE  WS-MONTHLY-GROSS  TO   WS-UNPAID-AMT
              END-IF
              SUBTRACT WS-UNPAID-AMT FROM WS-MONTHLY-GROSS
              STRING  "     .. " SRT-CD " docked " WS-UNPAID-AMT
                      " for " WS-UNPAID-DAYS " unpaid day(s)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE  WS-MONTHLY-GROSS  TO   WS-PENS-GROSS.
           PERFORM ADD-OVERTIME-PAY.
           IF WS-TAX-HAVE = "Y"
              MOVE  "C"        TO   WS-TAX-FUNC
                   WS-MONTHLY-GROSS * WS-SOC-PCT / 100.
           COMPUTE WS-NET-AMT =
                   WS-MONTHLY-GROSS - WS-TAX-AMT - WS-SOC-AMT.
           PERFORM CALC-PENSION.
           PERFORM APPLY-DEDUCTIONS.
           PERFORM ADD-EXPENSE-CLAIMS.
       OPEN-SETTLE-FILE.
           MOVE  "N"           TO   WS-STL-OPEN.
           OPEN  INPUT STL-FILE.
           EVALUATE STL-STS
             WHEN "00"
                MOVE "Y" TO WS-STL-OPEN
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "PAYSETL open failed, status " STL-STS
                        " - final settlements not recognised"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       FIND-SETTLEMENT.
           MOVE  "N"           TO   WS-STL-FOUND.
           IF WS-STL-OPEN = "Y"
              MOVE  WS-STL-CD      TO   STL-CD
              MOVE  WS-PAY-PERIOD  TO   STL-PERIOD
              READ  STL-FILE KEY IS STL-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF STL-STATUS = "A"
                       MOVE "Y" TO WS-STL-FOUND
                    END-IF
              END-READ
           END-IF.
       TAKE-SETTLEMENT.
           MOVE  STL-GROSS     TO   WS-MONTHLY-GROSS.
           MOVE  STL-TAX       TO   WS-TAX-AMT.
           MOVE  STL-SOC       TO   WS-SOC-AMT.
           MOVE  STL-NET       TO   WS-NET-AMT.
           COMPUTE WS-DED-TOTAL =
                   STL-LOAN + STL-OTH-DED + STL-LV-RECOVER.
           MOVE  ZERO          TO   WS-PEN-EE.
           MOVE  ZERO          TO   WS-PEN-ER.
           MOVE  ZERO          TO   WS-EXP-AMT.
           MOVE  97            TO   DWH-SEQ.
           MOVE  "LON"         TO   DWH-TYPE.
           MOVE  STL-LOAN      TO   DWH-AMT.
           PERFORM WRITE-WITHHELD.
           MOVE  98            TO   DWH-SEQ.
           MOVE  "OTH"         TO   DWH-TYPE.
           MOVE  STL-OTH-DED   TO   DWH-AMT.
           PERFORM WRITE-WITHHELD.
           MOVE  99            TO   DWH-SEQ.
           MOVE  "LVR"         TO   DWH-TYPE.
           MOVE  STL-LV-RECOVER TO  DWH-AMT.
           PERFORM WRITE-WITHHELD.
       WRITE-PAY-REG.
           MOVE   WS-PAY-PERIOD   TO   REG-PERIOD.
           MOVE   SRT-CD          TO   REG-CD.
           MOVE   WS-SOC-AMT      TO   REG-SOC.
           MOVE   WS-DED-TOTAL    TO   REG-DED.
           MOVE   WS-NET-AMT      TO   REG-NET.
           MOVE   SPACES          TO   REG-XFER-STATUS.
           MOVE   SPACES          TO   REG-RTN-REASON.
           MOVE   WS-PEN-EE       TO   REG-PEN-EE.
           MOVE   WS-PEN-ER       TO   REG-PEN-ER.
           MOVE   WS-EXP-AMT      TO   REG-EXPENSES.
           MOVE   SRT-CO-CD       TO   REG-CO-CD.
           WRITE  REG-REC
             INVALID KEY
                REWRITE REG-REC
           END-WRITE.
           ADD    1 TO WS-REG-COUNT.
       CHECK-REPLAY-REG.
           MOVE  "Y"           TO   WS-PCK-FOUND.
           MOVE  WS-PAY-PERIOD TO   REG-PERIOD.
           MOVE  SRT-CD        TO   REG-CD.
           READ  PAY-REG KEY IS REG-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-PCK-FOUND
           END-READ.
           IF WS-PCK-FOUND = "N"
              OR REG-GROSS NOT = WS-MONTHLY-GROSS
              OR REG-DED   NOT = WS-DED-TOTAL
              OR REG-NET   NOT = WS-NET-AMT
              STRING  "EXCEPTION: " SRT-CD " recalculates differently"
                      " from the register committed before the"
                      " restart - inputs changed, GL not reliable"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD   1          TO   WS-REPLAY-DIFF
              MOVE  "N"        TO   WS-RUN-OK
           END-IF.
       OPEN-PAY-CHECKPOINT.
           MOVE  "N"           TO   WS-PCK-OPEN.
           MOVE  "N"           TO   WS-RESTART.
           MOVE  ZERO          TO   WS-LNS-DONE.
           MOVE  SPACES        TO   WS-LAST-KEY.
           OPEN  I-O PCK-FILE.
           IF PCK-STS = 35
              OPEN  OUTPUT PCK-FILE
              CLOSE PCK-FILE
              OPEN  I-O PCK-FILE
           END-IF.
           IF PCK-STS NOT = ZERO
              STRING  "PAYCKPT open failed, status " PCK-STS
                      " - run cannot be restarted if interrupted"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  "Y"           TO   WS-PCK-OPEN
              MOVE  "Y"           TO   WS-PCK-FOUND
              MOVE  WS-PAY-PERIOD TO   PCK-PERIOD
              READ  PCK-FILE KEY IS PCK-PERIOD
                INVALID KEY
                    MOVE "N"      TO   WS-PCK-FOUND
              END-READ
              IF WS-PCK-FOUND = "Y"
                 IF PCK-PHASE = "E" AND PCK-EMP-DONE > ZERO
                    MOVE  "Y"           TO   WS-RESTART
                 END-IF
              END-IF
              IF WS-RESTART = "Y"
                 MOVE  PCK-LAST-KEY     TO   WS-LAST-KEY
                 MOVE  PCK-LNS-DONE     TO   WS-LNS-DONE
                 ADD   1                TO   PCK-RESTARTS
                 MOVE  FUNCTION CURRENT-DATE  TO   PCK-TS
                 REWRITE PCK-REC
                 STRING  "*** RESTART of period " WS-PAY-PERIOD
                         " - " PCK-EMP-DONE " employee(s) committed"
                         " up to " PCK-LAST-CO "/" PCK-LAST-DPT "/"
                         PCK-LAST-CD " ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 STRING  "*** Committed employees are replayed to"
                         " rebuild GLEXTRACT and totals; PAYREG and"
                         " PAYDEDWH are not rewritten ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 IF WS-LNS-DONE > ZERO
                    STRING  "*** " WS-LNS-DONE " loan repayment(s)"
                            " of employee " PCK-LAST-CD " already"
                            " applied to EMPDEDUCT ***"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
                 PERFORM WRITE-RUNLOG-RESTART
              ELSE
                 MOVE  WS-PAY-PERIOD    TO   PCK-PERIOD
                 MOVE  "E"              TO   PCK-PHASE
                 MOVE  SPACES           TO   PCK-LAST-KEY
                 MOVE  ZERO             TO   PCK-EMP-DONE
                 MOVE  ZERO             TO   PCK-LNS-DONE
                 MOVE  ZERO             TO   PCK-RESTARTS
                 MOVE  FUNCTION CURRENT-DATE  TO   PCK-TS
                 IF WS-PCK-FOUND = "Y"
                    REWRITE PCK-REC
                 ELSE
                    WRITE PCK-REC
                      INVALID KEY
                         REWRITE PCK-REC
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
       UPDATE-PAY-CHECKPOINT.
           IF WS-PCK-OPEN = "Y"
              MOVE  WS-PAY-PERIOD    TO   PCK-PERIOD
              MOVE  WS-EMP-KEY       TO   PCK-LAST-KEY
              ADD   1                TO   PCK-EMP-DONE
              MOVE  ZERO             TO   PCK-LNS-DONE
              MOVE  FUNCTION CURRENT-DATE  TO   PCK-TS
              REWRITE PCK-REC
              IF PCK-STS NOT = ZERO
                 STRING  "PAYCKPT update failed, status " PCK-STS
                         " - run cannot be restarted if interrupted"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE  "N"           TO   WS-PCK-OPEN
              END-IF
           END-IF.
       SET-CHECKPOINT-PHASE.
           IF WS-PCK-OPEN = "Y"
              MOVE  WS-PAY-PERIOD    TO   PCK-PERIOD
              MOVE  FUNCTION CURRENT-DATE  TO   PCK-TS
              REWRITE PCK-REC
           END-IF.
       CLOSE-PAY-CHECKPOINT.
           IF WS-PCK-OPEN = "Y"
              IF WS-RUN-OK = "Y"
                 MOVE  "C"        TO   PCK-PHASE
                 PERFORM SET-CHECKPOINT-PHASE
              ELSE
                 STRING  "*** Progress checkpointed at "
                         PCK-EMP-DONE " employee(s) - rerun PAYCALC"
                         " to resume period " WS-PAY-PERIOD " ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              CLOSE PCK-FILE
           END-IF.
       DEPT-PAY-BREAK.
           IF WS-DPT-TOTAL > ZERO OR WS-ALO-TOTAL > ZERO
              COMPUTE WS-DPT-FULL = WS-DPT-TOTAL + WS-ALO-TOTAL
              STRING  "     -- Dept " WS-PREV-DPT
                      " payroll total: " WS-DPT-FULL " --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM WRITE-GL-LINES
              PERFORM ADD-DIV-TOTAL
              MOVE ZERO TO WS-DPT-TOTAL
              MOVE ZERO TO WS-ALO-TOTAL
              MOVE ZERO TO WS-BKT-MAX
              MOVE ZERO TO WS-DPN-MAX
           END-IF.
       COMPANY-PAY-BREAK.
           STRING  "     ## Company " WS-PREV-CO
                   " payroll total: " WS-CO-TOTAL " ##"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-CO-COUNT.
           IF WS-GL-OPEN = "Y"
              PERFORM WRITE-PENSION-GL-CREDITS
              PERFORM WRITE-EXPENSE-GL-LINES
              PERFORM WRITE-GL-CONTROL
           END-IF.
           MOVE  ZERO          TO   WS-CO-TOTAL.
           MOVE  ZERO          TO   WS-PEN-ER-TOTAL.
           MOVE  ZERO          TO   WS-EXP-TOTAL.
           MOVE  ZERO          TO   WS-GL-DR-TOTAL.
           MOVE  ZERO          TO   WS-GL-CR-TOTAL.
           MOVE  ZERO          TO   WS-GL-MAP-ERRS.
           PERFORM VARYING WS-PSC-IDX FROM 1 BY 1
                     UNTIL WS-PSC-IDX > WS-PSC-MAX
              SET  WS-PSC-IX TO WS-PSC-IDX
              MOVE ZERO TO WS-PSC-ER-AMT(WS-PSC-IX)
           END-PERFORM.
           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
                     UNTIL WS-ECT-IDX > WS-ECT-MAX
              SET  WS-ECT-IX TO WS-ECT-IDX
              MOVE ZERO TO WS-ECT-AMT(WS-ECT-IX)
           END-PERFORM.
       OPEN-HOURS-FILE.
           MOVE  "N"           TO   WS-HRS-OPEN.
           OPEN  INPUT HRS-FILE.
             WHEN "00"
                MOVE "Y" TO WS-HRS-OPEN
             WHEN "35"
                STRING  "EMPHOURS not found - no overtime pay"
                        " this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPHOURS open failed, status " HRS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       ADD-OVERTIME-PAY.
           MOVE  ZERO          TO   WS-OT-AMT.
                         HRS-SHIFT-HRS * WS-HOURLY-RATE * 0.25
                 ADD   WS-OT-AMT WS-SHIFT-AMT
                       TO WS-MONTHLY-GROSS
                 STRING  "     .. " SRT-CD " overtime "
                         WS-OT-AMT " shift premium "
                         WS-SHIFT-AMT
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       OPEN-DEDUCT-FILE.
             WHEN "00"
                MOVE "Y" TO WS-DED-OPEN
             WHEN "35"
                STRING  "EMPDEDUCT not found - no recurring"
                        " deductions this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPDEDUCT open failed, status " DED-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       APPLY-DEDUCTIONS.
           MOVE  ZERO          TO   WS-DED-TOTAL.
                 END-IF
              END-IF
           END-IF.
           IF WS-REPLAY = "Y" AND DED-TYPE = "LON"
              PERFORM GET-COMMITTED-LOAN
           END-IF.
           IF WS-DED-AMOUNT > WS-NET-AMT
              MOVE  WS-NET-AMT TO   WS-DED-AMOUNT
           END-IF.
              IF DED-TYPE = "LON"
                 PERFORM STAGE-LOAN-REPAYMENT
              END-IF
              MOVE  DED-PRIORITY   TO   DWH-SEQ
              MOVE  DED-TYPE       TO   DWH-TYPE
              MOVE  WS-DED-AMOUNT  TO   DWH-AMT
              PERFORM WRITE-WITHHELD
              STRING  "     .. " SRT-CD " " DED-TYPE
                      " deduction " WS-DED-AMOUNT
                      " (priority " DED-PRIORITY ")"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       GET-COMMITTED-LOAN.
           IF WS-DWH-OPEN = "Y"
              MOVE  WS-PAY-PERIOD  TO   DWH-PERIOD
              MOVE  SRT-CD         TO   DWH-CD
              MOVE  DED-PRIORITY   TO   DWH-SEQ
              READ  DWH-FILE KEY IS DWH-KEY
                INVALID KEY
                    MOVE  ZERO     TO   WS-DED-AMOUNT
                NOT INVALID KEY
                    MOVE  DWH-AMT  TO   WS-DED-AMOUNT
              END-READ
           END-IF.
       OPEN-WITHHELD-FILE.
           MOVE  "N"           TO   WS-DWH-OPEN.
           OPEN  I-O DWH-FILE.
           IF DWH-STS = 35
              OPEN  OUTPUT DWH-FILE
              CLOSE DWH-FILE
              OPEN  I-O DWH-FILE
           END-IF.
           IF DWH-STS = ZERO
              MOVE  "Y"        TO   WS-DWH-OPEN
              IF WS-RESTART = "Y"
                 PERFORM PURGE-UNCOMMITTED-WITHHELD
              ELSE
                 PERFORM PURGE-PERIOD-WITHHELD
              END-IF
           ELSE
              STRING  "PAYDEDWH open failed, status " DWH-STS
                      " - withholding detail not recorded"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "N"        TO   WS-RUN-OK
           END-IF.
       PURGE-PERIOD-WITHHELD.
           MOVE  ZERO          TO   WS-DWH-PURGED.
           MOVE  ZERO          TO   WS-DWH-REMITTED.
           MOVE  "N"           TO   WS-DWH-EOF.
           MOVE  WS-PAY-PERIOD TO   DWH-PERIOD.
           MOVE  LOW-VALUES    TO   DWH-CD.
           MOVE  ZERO          TO   DWH-SEQ.
           START DWH-FILE KEY IS >= DWH-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-DWH-EOF
           END-START.
           PERFORM UNTIL WS-DWH-EOF = "Y"
             READ DWH-FILE NEXT
             EVALUATE DWH-STS
               WHEN "00"
                  IF DWH-PERIOD NOT = WS-PAY-PERIOD
                     MOVE "Y" TO WS-DWH-EOF
                  ELSE
                     IF DWH-REMIT-DATE NOT = ZERO
                        ADD  1 TO WS-DWH-REMITTED
                     END-IF
                     DELETE DWH-FILE
                     ADD  1 TO WS-DWH-PURGED
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-DWH-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-DWH-PURGED > ZERO
              STRING  "     .. " WS-DWH-PURGED
                      " withholding row(s) from an earlier run of "
                      WS-PAY-PERIOD " replaced"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-DWH-REMITTED > ZERO
              STRING  "*** WARNING: " WS-DWH-REMITTED
                      " replaced withholding row(s) were already"
                      " remitted by PAYREMIT - do not re-remit ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PURGE-UNCOMMITTED-WITHHELD.
           MOVE  ZERO          TO   WS-DWH-PURGED.
           MOVE  "N"           TO   WS-DWH-EOF.
           MOVE  WS-PAY-PERIOD TO   DWH-PERIOD.
           MOVE  LOW-VALUES    TO   DWH-CD.
           MOVE  ZERO          TO   DWH-SEQ.
           START DWH-FILE KEY IS >= DWH-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-DWH-EOF
           END-START.
           PERFORM UNTIL WS-DWH-EOF = "Y"
             READ DWH-FILE NEXT
             EVALUATE DWH-STS
               WHEN "00"
                  IF DWH-PERIOD NOT = WS-PAY-PERIOD
                     MOVE "Y" TO WS-DWH-EOF
                  ELSE
                     MOVE  DWH-CO-CD   TO   WS-KEY-CO
                     MOVE  DWH-DPT-CD  TO   WS-KEY-DPT
                     MOVE  DWH-CD      TO   WS-KEY-CD
                     IF WS-EMP-KEY > WS-LAST-KEY
                        DELETE DWH-FILE
                        ADD  1 TO WS-DWH-PURGED
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-DWH-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-DWH-PURGED > ZERO
              STRING  "     .. " WS-DWH-PURGED
                      " withholding row(s) of uncommitted employees"
                      " from the interrupted run replaced"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       WRITE-WITHHELD.
           IF WS-DWH-OPEN = "Y" AND DWH-AMT > ZERO
              AND WS-REPLAY = "N"
              MOVE  WS-PAY-PERIOD  TO   DWH-PERIOD
              MOVE  SRT-CD         TO   DWH-CD
              MOVE  SRT-CO-CD      TO   DWH-CO-CD
              MOVE  SRT-DPT-CD     TO   DWH-DPT-CD
              MOVE  ZERO           TO   DWH-REMIT-DATE
              MOVE  SPACES         TO   DWH-PAYEE
              WRITE DWH-REC
                INVALID KEY
                   REWRITE DWH-REC
              END-WRITE
           END-IF.
       STAGE-LOAN-REPAYMENT.
           IF WS-LNS-MAX < 200
              MOVE DED-PRIORITY   TO WS-LNS-PRIO(WS-LNS-IX)
              MOVE WS-DED-AMOUNT  TO WS-LNS-AMT(WS-LNS-IX)
           ELSE
              STRING  "Loan staging table full - balance for "
                      DED-CD " NOT updated, contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
       APPLY-LOAN-BALANCES.
           MOVE  "N"           TO   WS-LNS-FOUND.
           IF WS-DED-OPEN = "Y"
              PERFORM VARYING WS-LNS-IDX FROM 1 BY 1
                        UNTIL WS-LNS-IDX > WS-LNS-MAX
                 IF WS-LNS-IDX > WS-LNS-DONE
                    SET  WS-LNS-IX TO WS-LNS-IDX
                    PERFORM APPLY-ONE-LOAN-BALANCE
                    MOVE WS-LNS-IDX TO PCK-LNS-DONE
                    ADD  1          TO WS-LNS-APPLIED
                    PERFORM SET-CHECKPOINT-PHASE
                 END-IF
              END-PERFORM
           END-IF.
           MOVE  ZERO          TO   WS-LNS-DONE.
           MOVE  ZERO          TO   WS-LNS-MAX.
       APPLY-ONE-LOAN-BALANCE.
           MOVE  "Y"           TO   WS-LNS-FOUND.
           MOVE  WS-LNS-CD(WS-LNS-IX)    TO   DED-CD.
                 MOVE "N"      TO   WS-LNS-FOUND
           END-READ.
           IF WS-LNS-FOUND = "N"
              STRING  "Loan record for " WS-LNS-CD(WS-LNS-IX)
                      " gone before balance update - check"
                      " EMPDEDUCT"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              IF WS-LNS-AMT(WS-LNS-IX) > DED-BALANCE
                 MOVE  ZERO    TO   DED-BALANCE
              END-IF
              REWRITE DED-REC
              IF DED-BALANCE = ZERO
                 STRING  "     .. " DED-CD " loan repaid in full"
                         " this period"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       OPEN-ALLOC-FILE.
             WHEN "00"
                MOVE "Y" TO WS-ALO-OPEN
             WHEN "35"
                STRING  "EMPALLOC not found - no cost-center"
                        " splits this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPALLOC open failed, status " ALO-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       GET-ALLOC-SPLIT.
           MOVE  "N"           TO   WS-ALO-SPLIT.
                 IF WS-EALO-PCT-SUM = 100
                    MOVE "Y" TO WS-ALO-SPLIT
                 ELSE
                    STRING  "EXCEPTION: allocation for " SRT-CD
                            " totals " WS-EALO-PCT-SUM
                            " pct - charged to department instead"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
              END-IF
           END-IF.
           END-IF.
       PRINT-DIV-TOTALS.
           IF WS-DIVT-MAX > ZERO
              PERFORM SPOOL-LINE
              MOVE    "*** Payroll totals by division ***"
                      TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                        UNTIL WS-DIV-IDX > WS-DIVT-MAX
                 SET  WS-DIVT-IX TO WS-DIV-IDX
                 STRING  "     == Division "
                         WS-DIVT-CD(WS-DIVT-IX) " total: "
                         WS-DIVT-AMT(WS-DIVT-IX) " =="
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-PERFORM
           END-IF.
       OPEN-GL-EXTRACT.
           IF GL-STS = ZERO
              MOVE  "Y"        TO   WS-GL-OPEN
           ELSE
              STRING  "GLEXTRACT open failed, status " GL-STS
                      " - contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "N"        TO   WS-RUN-OK
           END-IF.
       OPEN-LEAVE-FILE.
             WHEN "00"
                MOVE "Y" TO WS-LV-OPEN
             WHEN "35"
                STRING  "EMPLEAVE not found - no unpaid-leave"
                        " docking this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPLEAVE open failed, status " LV-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRORATE-GROSS.
           MOVE  1             TO   WS-START-DD.
           IF WS-PAID-DAYS < WS-DIM
              COMPUTE WS-MONTHLY-GROSS ROUNDED =
                      WS-MONTHLY-GROSS * WS-PAID-DAYS / WS-DIM
              STRING  "     .. " SRT-CD " pro-rated "
                      WS-PAID-DAYS "/" WS-DIM
                      " day(s) in period"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       GET-UNPAID-DAYS.
           MOVE  ZERO          TO   WS-UNPAID-DAYS.
             WHEN "00"
                MOVE "Y" TO WS-DEPT-OPEN
             WHEN "35"
                MOVE    "DEPTMAST not found - run DEPTLOAD first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       WRITE-GL-LINES.
           IF WS-GL-OPEN NOT = "Y"
              MOVE  WS-PREV-DPT    TO   DEPT-CD
              READ  DEPT-FILE KEY IS   DEPT-CD
                INVALID KEY
                    STRING  "EXCEPTION: No GL account mapping for "
                            "department " WS-PREV-DPT
                            " - posting lines skipped"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    ADD  1 TO WS-GL-MAP-ERRS
                NOT INVALID KEY
                    IF DEPT-EXP-ACCT = SPACES
                       OR DEPT-CLR-ACCT = SPACES
                       STRING  "EXCEPTION: Incomplete GL account "
                               "mapping for department " WS-PREV-DPT
                               " - posting lines skipped"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       ADD  1 TO WS-GL-MAP-ERRS
                    ELSE
                       MOVE  WS-PAY-PERIOD   TO   GL-PERIOD
                       MOVE  WS-PREV-CO      TO   GL-CO-CD
                       MOVE  "D"             TO   GL-TYPE
                       MOVE  DEPT-EXP-ACCT   TO   GL-ACCT
                       IF WS-DPT-TOTAL > ZERO
                          ADD   WS-DPT-TOTAL    TO   WS-GL-DR-TOTAL
                       END-IF
                       PERFORM WRITE-ALLOC-GL-LINES
                       PERFORM WRITE-PENSION-GL-DEBITS
                       MOVE  "C"             TO   GL-TYPE
                       MOVE  DEPT-COST-CTR   TO   GL-COST-CTR
                       MOVE  DEPT-CLR-ACCT   TO   GL-ACCT
           END-PERFORM.
       WRITE-GL-CONTROL.
           MOVE  WS-PAY-PERIOD   TO   GL-PERIOD.
           MOVE  WS-PREV-CO      TO   GL-CO-CD.
           MOVE  "T"             TO   GL-TYPE.
           MOVE  SPACES          TO   GL-COST-CTR.
           MOVE  SPACES          TO   GL-ACCT.
           COMPUTE GL-AMOUNT = WS-CO-TOTAL + WS-PEN-ER-TOTAL
                             + WS-EXP-TOTAL.
           WRITE GL-REC.
           IF WS-PEN-ER-TOTAL > ZERO
              STRING  "*** Employer pension cost posted: "
                      WS-PEN-ER-TOTAL " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-EXP-TOTAL > ZERO
              STRING  "*** Expense reimbursements posted: "
                      WS-EXP-TOTAL " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-GL-MAP-ERRS = ZERO
              AND WS-GL-DR-TOTAL = WS-GL-CR-TOTAL
              AND WS-GL-DR-TOTAL = GL-AMOUNT
              STRING  "*** GL extract company " WS-PREV-CO
                      " balanced: debits = credits = "
                      WS-GL-DR-TOTAL " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "*** GL extract company " WS-PREV-CO
                      " OUT OF BALANCE - do not post ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-CO-UNBAL
              STRING  "    Debits : " WS-GL-DR-TOTAL
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Credits: " WS-GL-CR-TOTAL
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Control: " GL-AMOUNT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "    Mapping errors: " WS-GL-MAP-ERRS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       LOAD-PENSION-SCHEMES.
           MOVE  ZERO          TO   WS-PSC-MAX.
           MOVE  "N"           TO   WS-PSC-EOF.
           OPEN  INPUT PSC-FILE.
           EVALUATE PSC-STS
             WHEN "00"
                PERFORM UNTIL WS-PSC-EOF = "Y"
                  READ PSC-FILE NEXT
                  EVALUATE PSC-STS
                    WHEN "00"
                       IF WS-PSC-MAX < 20
                          ADD  1 TO WS-PSC-MAX
                          SET  WS-PSC-IX TO WS-PSC-MAX
                          MOVE PSC-CD       TO WS-PSC-CD(WS-PSC-IX)
                          MOVE PSC-PROVIDER
                               TO WS-PSC-PROVIDER(WS-PSC-IX)
                          MOVE PSC-EE-PCT   TO WS-PSC-EE-PCT(WS-PSC-IX)
                          MOVE PSC-ER-PCT   TO WS-PSC-ER-PCT(WS-PSC-IX)
                          MOVE PSC-ER-ACCT
                               TO WS-PSC-ER-ACCT(WS-PSC-IX)
                          MOVE PSC-LIAB-ACCT
                               TO WS-PSC-LIAB-ACCT(WS-PSC-IX)
                          MOVE ZERO         TO WS-PSC-ER-AMT(WS-PSC-IX)
                       ELSE
                          STRING  "Pension scheme table full - scheme "
                                  PSC-CD " ignored, contact support"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          MOVE "N" TO WS-RUN-OK
                       END-IF
                    WHEN "10"
                       MOVE "Y" TO WS-PSC-EOF
                    WHEN OTHER
                       STRING  "I-O error reading PENSCHEME, status "
                               PSC-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "N" TO WS-RUN-OK
                       MOVE "Y" TO WS-PSC-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE PSC-FILE
                STRING  "Pension schemes loaded: " WS-PSC-MAX
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                STRING  "PENSCHEME not found - no pension"
                        " contributions this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PENSCHEME open failed, status " PSC-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       OPEN-PENSION-FILES.
           MOVE  "N"           TO   WS-PEN-OPEN.
           MOVE  "N"           TO   WS-PCF-OPEN.
           MOVE  ZERO          TO   WS-PCF-COUNT.
           MOVE  ZERO          TO   WS-PCF-PENS-TOT.
           MOVE  ZERO          TO   WS-PCF-EE-TOT.
           MOVE  ZERO          TO   WS-PCF-ER-TOT.
           MOVE  ZERO          TO   WS-PEN-ER-TOTAL.
           IF WS-PSC-MAX > ZERO
              OPEN  INPUT PEN-FILE
              EVALUATE PEN-STS
                WHEN "00"
                   MOVE "Y" TO WS-PEN-OPEN
                WHEN "35"
                   STRING  "PENENROL not found - no pension"
                           " contributions this run"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN OTHER
                   STRING  "PENENROL open failed, status " PEN-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-EVALUATE
           END-IF.
           IF WS-PEN-OPEN = "Y"
              OPEN  OUTPUT PEN-CONTRIB
              IF PCF-STS = ZERO
                 MOVE  "Y"            TO   WS-PCF-OPEN
                 MOVE  WS-PAY-PERIOD  TO   WS-PCF-HDR-PERIOD
                 MOVE  WS-RUN-DATE    TO   WS-PCF-HDR-DATE
                 WRITE PCF-REC FROM WS-PCF-HDR
              ELSE
                 STRING  "PENCONTRIB open failed, status " PCF-STS
                         " - contact support"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE  "N"            TO   WS-RUN-OK
              END-IF
           END-IF.
       CLOSE-PENSION-FILES.
           IF WS-PCF-OPEN = "Y"
              MOVE  WS-PCF-COUNT     TO   WS-PCF-TRL-COUNT
              MOVE  WS-PCF-PENS-TOT  TO   WS-PCF-TRL-PENS
              MOVE  WS-PCF-EE-TOT    TO   WS-PCF-TRL-EE
              MOVE  WS-PCF-ER-TOT    TO   WS-PCF-TRL-ER
              WRITE PCF-REC FROM WS-PCF-TRL
              CLOSE PEN-CONTRIB
              STRING  "*** Wrote " WS-PCF-COUNT
                      " pension contribution(s) to PENCONTRIB,"
                      " employee " WS-PCF-EE-TOT
                      " employer " WS-PCF-ER-TOT " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-PEN-OPEN = "Y"
              CLOSE PEN-FILE
           END-IF.
       CALC-PENSION.
           MOVE  ZERO          TO   WS-PEN-EE.
           MOVE  ZERO          TO   WS-PEN-ER.
           IF WS-PEN-OPEN = "Y"
              PERFORM FIND-ENROLMENT
              IF WS-PEN-FOUND = "Y"
                 COMPUTE WS-PEN-EE ROUNDED =
                         WS-PENS-GROSS * WS-PSC-EE-PCT(WS-PSC-IX) / 100
                 COMPUTE WS-PEN-ER ROUNDED =
                         WS-PENS-GROSS * WS-PSC-ER-PCT(WS-PSC-IX) / 100
                 IF WS-PEN-EE > WS-NET-AMT
                    MOVE  WS-NET-AMT   TO   WS-PEN-EE
                 END-IF
                 SUBTRACT WS-PEN-EE FROM WS-NET-AMT
                 ADD   WS-PEN-ER      TO   WS-PSC-ER-AMT(WS-PSC-IX)
                 ADD   WS-PEN-ER      TO   WS-PEN-ER-TOTAL
                 PERFORM ADD-DEPT-PENSION
                 PERFORM WRITE-PENSION-CONTRIB
                 STRING  "     .. " SRT-CD " pension " PEN-SCHEME
                         " employee " WS-PEN-EE
                         " employer " WS-PEN-ER
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       FIND-ENROLMENT.
           MOVE  "N"           TO   WS-PEN-FOUND.
           MOVE  "N"           TO   WS-PEN-SCAN-EOF.
           MOVE  SRT-CD        TO   PEN-CD.
           MOVE  LOW-VALUES    TO   PEN-SCHEME.
           START PEN-FILE KEY IS >= PEN-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-PEN-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-PEN-SCAN-EOF = "Y"
             READ PEN-FILE NEXT
             EVALUATE PEN-STS
               WHEN "00"
                  IF PEN-CD NOT = SRT-CD
                     MOVE "Y" TO WS-PEN-SCAN-EOF
                  ELSE
                     IF PEN-JOIN-DATE(1:6) <= WS-PAY-PERIOD
                        AND (PEN-OPTOUT-DATE = ZERO
                         OR PEN-OPTOUT-DATE(1:6) > WS-PAY-PERIOD)
                        MOVE "Y" TO WS-PEN-FOUND
                        MOVE "Y" TO WS-PEN-SCAN-EOF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-PEN-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-PEN-FOUND = "Y"
              MOVE  "N"        TO   WS-PEN-FOUND
              PERFORM VARYING WS-PSC-IDX FROM 1 BY 1
                        UNTIL WS-PSC-IDX > WS-PSC-MAX
                           OR WS-PEN-FOUND = "Y"
                 SET  WS-PSC-IX TO WS-PSC-IDX
                 IF WS-PSC-CD(WS-PSC-IX) = PEN-SCHEME
                    MOVE "Y" TO WS-PEN-FOUND
                 END-IF
              END-PERFORM
              IF WS-PEN-FOUND = "N"
                 STRING  "EXCEPTION: " SRT-CD " enrolled in unknown"
                         " pension scheme " PEN-SCHEME
                         " - no contribution taken"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       ADD-DEPT-PENSION.
           MOVE  "N"           TO   WS-DPN-FOUND.
           PERFORM VARYING WS-DPN-IDX FROM 1 BY 1
                     UNTIL WS-DPN-IDX > WS-DPN-MAX
                        OR WS-DPN-FOUND = "Y"
              SET  WS-DPN-IX TO WS-DPN-IDX
              IF WS-DPN-PSC(WS-DPN-IX) = WS-PSC-IX
                 MOVE "Y" TO WS-DPN-FOUND
              END-IF
           END-PERFORM.
           IF WS-DPN-FOUND = "N" AND WS-DPN-MAX < 20
              ADD  1 TO WS-DPN-MAX
              SET  WS-DPN-IX TO WS-DPN-MAX
              SET  WS-DPN-PSC(WS-DPN-IX) TO WS-PSC-IX
              MOVE ZERO TO WS-DPN-AMT(WS-DPN-IX)
              MOVE "Y"  TO WS-DPN-FOUND
           END-IF.
           IF WS-DPN-FOUND = "Y"
              ADD  WS-PEN-ER TO WS-DPN-AMT(WS-DPN-IX)
           END-IF.
       WRITE-PENSION-CONTRIB.
           IF WS-PCF-OPEN = "Y"
              MOVE  PEN-SCHEME       TO   WS-PCF-SCHEME
              MOVE  WS-PSC-PROVIDER(WS-PSC-IX) TO WS-PCF-PROVIDER
              MOVE  SRT-CD           TO   WS-PCF-CD
              MOVE  SRT-NAME         TO   WS-PCF-NAME
              MOVE  WS-PENS-GROSS    TO   WS-PCF-PENS
              MOVE  WS-PEN-EE        TO   WS-PCF-EE
              MOVE  WS-PEN-ER        TO   WS-PCF-ER
              WRITE PCF-REC FROM WS-PCF-DTL
              ADD   1                TO   WS-PCF-COUNT
              ADD   WS-PENS-GROSS    TO   WS-PCF-PENS-TOT
              ADD   WS-PEN-EE        TO   WS-PCF-EE-TOT
              ADD   WS-PEN-ER        TO   WS-PCF-ER-TOT
           END-IF.
       WRITE-PENSION-GL-DEBITS.
           PERFORM VARYING WS-DPN-IDX FROM 1 BY 1
                     UNTIL WS-DPN-IDX > WS-DPN-MAX
              SET  WS-DPN-IX TO WS-DPN-IDX
              SET  WS-PSC-IX TO WS-DPN-PSC(WS-DPN-IX)
              IF WS-DPN-AMT(WS-DPN-IX) > ZERO
                 MOVE  "D"                     TO   GL-TYPE
                 MOVE  DEPT-COST-CTR           TO   GL-COST-CTR
                 MOVE  WS-PSC-ER-ACCT(WS-PSC-IX)  TO   GL-ACCT
                 MOVE  WS-DPN-AMT(WS-DPN-IX)   TO   GL-AMOUNT
                 WRITE GL-REC
                 ADD   WS-DPN-AMT(WS-DPN-IX)   TO   WS-GL-DR-TOTAL
              END-IF
           END-PERFORM.
       WRITE-PENSION-GL-CREDITS.
           PERFORM VARYING WS-PSC-IDX FROM 1 BY 1
                     UNTIL WS-PSC-IDX > WS-PSC-MAX
              SET  WS-PSC-IX TO WS-PSC-IDX
              IF WS-PSC-ER-AMT(WS-PSC-IX) > ZERO
                 MOVE  WS-PAY-PERIOD           TO   GL-PERIOD
                 MOVE  WS-PREV-CO              TO   GL-CO-CD
                 MOVE  "C"                     TO   GL-TYPE
                 MOVE  SPACES                  TO   GL-COST-CTR
                 MOVE  WS-PSC-LIAB-ACCT(WS-PSC-IX) TO GL-ACCT
                 MOVE  WS-PSC-ER-AMT(WS-PSC-IX) TO  GL-AMOUNT
                 WRITE GL-REC
                 ADD   WS-PSC-ER-AMT(WS-PSC-IX) TO  WS-GL-CR-TOTAL
              END-IF
           END-PERFORM.
       LOAD-EXPENSE-CATEGORIES.
           MOVE  ZERO          TO   WS-ECT-MAX.
           MOVE  "N"           TO   WS-ECT-EOF.
           OPEN  INPUT ECT-FILE.
           EVALUATE ECT-STS
             WHEN "00"
                PERFORM UNTIL WS-ECT-EOF = "Y"
                  READ ECT-FILE NEXT
                  EVALUATE ECT-STS
                    WHEN "00"
                       IF WS-ECT-MAX < 50
                          ADD  1 TO WS-ECT-MAX
                          SET  WS-ECT-IX TO WS-ECT-MAX
                          MOVE ECT-CD       TO WS-ECT-CD(WS-ECT-IX)
                          MOVE ECT-EXP-ACCT
                               TO WS-ECT-EXP-ACCT(WS-ECT-IX)
                          MOVE ECT-CLR-ACCT
                               TO WS-ECT-CLR-ACCT(WS-ECT-IX)
                          MOVE ZERO         TO WS-ECT-AMT(WS-ECT-IX)
                       ELSE
                          STRING  "Expense category table full - "
                                  ECT-CD " ignored, contact support"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                       END-IF
                    WHEN "10"
                       MOVE "Y" TO WS-ECT-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EXPCAT, status "
                               ECT-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "N" TO WS-RUN-OK
                       MOVE "Y" TO WS-ECT-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ECT-FILE
             WHEN "35"
                STRING  "EXPCAT not found - no expense"
                        " reimbursements this run"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EXPCAT open failed, status " ECT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       OPEN-EXPENSE-FILE.
           MOVE  "N"           TO   WS-EXP-OPEN.
           MOVE  ZERO          TO   WS-EXS-MAX.
           MOVE  ZERO          TO   WS-EXP-TOTAL.
           IF WS-ECT-MAX > ZERO
              OPEN  I-O EXP-FILE
              EVALUATE EXP-STS
                WHEN "00"
                   MOVE "Y" TO WS-EXP-OPEN
                WHEN "35"
                   STRING  "EXPCLAIM not found - no expense"
                           " reimbursements this run"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN OTHER
                   STRING  "EXPCLAIM open failed, status " EXP-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-EVALUATE
           END-IF.
       ADD-EXPENSE-CLAIMS.
           MOVE  ZERO          TO   WS-EXP-AMT.
           IF WS-EXP-OPEN = "Y"
              MOVE  "N"        TO   WS-EXP-SCAN-EOF
              MOVE  SRT-CD     TO   EXP-CD
              START EXP-FILE KEY IS = EXP-CD
                INVALID KEY
                    MOVE "Y"   TO   WS-EXP-SCAN-EOF
              END-START
              PERFORM UNTIL WS-EXP-SCAN-EOF = "Y"
                READ EXP-FILE NEXT
                EVALUATE EXP-STS
                  WHEN "00"
                  WHEN "02"
                     IF EXP-CD NOT = SRT-CD
                        MOVE "Y" TO WS-EXP-SCAN-EOF
                     ELSE
                        IF EXP-STATUS = "A"
                           OR (WS-REPLAY = "Y" AND EXP-STATUS = "P"
                               AND EXP-PAID-PERIOD = WS-PAY-PERIOD)
                           PERFORM STAGE-EXPENSE-CLAIM
                        END-IF
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-EXP-SCAN-EOF
                END-EVALUATE
              END-PERFORM
              IF WS-EXP-AMT > ZERO
                 ADD   WS-EXP-AMT  TO   WS-NET-AMT
                 ADD   WS-EXP-AMT  TO   WS-EXP-TOTAL
                 STRING  "     .. " SRT-CD " expenses repaid "
                         WS-EXP-AMT
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       STAGE-EXPENSE-CLAIM.
           MOVE  "N"           TO   WS-ECT-FOUND.
           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
                     UNTIL WS-ECT-IDX > WS-ECT-MAX
                        OR WS-ECT-FOUND = "Y"
              SET  WS-ECT-IX TO WS-ECT-IDX
              IF WS-ECT-CD(WS-ECT-IX) = EXP-CATEGORY
                 MOVE "Y" TO WS-ECT-FOUND
              END-IF
           END-PERFORM.
           IF WS-ECT-FOUND = "N"
              STRING  "EXCEPTION: claim " EXP-SEQ " for " SRT-CD
                      " has unknown category " EXP-CATEGORY
                      " - not paid"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
           IF WS-EXS-MAX NOT < 1000
              STRING  "Expense staging table full - claim " EXP-SEQ
                      " held to next run"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              ADD   1              TO   WS-EXS-MAX
              SET   WS-EXS-IX      TO   WS-EXS-MAX
              MOVE  EXP-SEQ        TO   WS-EXS-SEQ(WS-EXS-IX)
              ADD   EXP-AMOUNT     TO   WS-EXP-AMT
              ADD   EXP-AMOUNT     TO   WS-ECT-AMT(WS-ECT-IX)
           END-IF
           END-IF.
       MARK-CLAIMS-PAID.
           PERFORM VARYING WS-EXS-IDX FROM 1 BY 1
                     UNTIL WS-EXS-IDX > WS-EXS-MAX
              SET  WS-EXS-IX TO WS-EXS-IDX
              MOVE "Y"       TO WS-EXS-FOUND
              MOVE WS-EXS-SEQ(WS-EXS-IX) TO EXP-SEQ
              READ EXP-FILE KEY IS EXP-SEQ
                INVALID KEY
                    MOVE "N" TO WS-EXS-FOUND
              END-READ
              IF WS-EXS-FOUND = "N"
                 STRING  "Expense claim " WS-EXS-SEQ(WS-EXS-IX)
                         " gone before it could be marked paid"
                         " - check EXPCLAIM"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 MOVE "P"            TO EXP-STATUS
                 MOVE WS-PAY-PERIOD  TO EXP-PAID-PERIOD
                 REWRITE EXP-REC
              END-IF
           END-PERFORM.
           IF WS-EXS-MAX > ZERO
              STRING  "*** Marked " WS-EXS-MAX
                      " expense claim(s) paid in period "
                      WS-PAY-PERIOD " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       WRITE-EXPENSE-GL-LINES.
           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
                     UNTIL WS-ECT-IDX > WS-ECT-MAX
              SET  WS-ECT-IX TO WS-ECT-IDX
              IF WS-ECT-AMT(WS-ECT-IX) > ZERO
                 MOVE  WS-PAY-PERIOD           TO   GL-PERIOD
                 MOVE  WS-PREV-CO              TO   GL-CO-CD
                 MOVE  SPACES                  TO   GL-COST-CTR
                 MOVE  WS-ECT-AMT(WS-ECT-IX)   TO   GL-AMOUNT
                 MOVE  "D"                     TO   GL-TYPE
                 MOVE  WS-ECT-EXP-ACCT(WS-ECT-IX) TO GL-ACCT
                 WRITE GL-REC
                 ADD   WS-ECT-AMT(WS-ECT-IX)   TO   WS-GL-DR-TOTAL
                 MOVE  "C"                     TO   GL-TYPE
                 MOVE  WS-ECT-CLR-ACCT(WS-ECT-IX) TO GL-ACCT
                 WRITE GL-REC
                 ADD   WS-ECT-AMT(WS-ECT-IX)   TO   WS-GL-CR-TOTAL
              END-IF
           END-PERFORM.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       WRITE-RUNLOG-RESTART.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYCALC "      TO   RUN-PGM
                MOVE  "RSTR"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  PCK-EMP-DONE           TO   RUN-READ
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
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

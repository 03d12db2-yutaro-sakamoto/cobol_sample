       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSUPP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY BANKSEL.
           COPY COSEL.
           COPY PRDSEL.
           COPY REGSEL.
           COPY SRGSEL.
           COPY ASLSEL.
           COPY YTDSEL.
           COPY SUPSEL.
           COPY ADJSEL.
           SELECT PAY-RATES ASSIGN TO "PAYRATES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  RATE-STS.
           SELECT XFER-FILE ASSIGN TO "SUPXFER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  XFR-STS.
           SELECT GL-EXTRACT ASSIGN TO "SUPGL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  GL-STS.
           COPY RUNSEL.
           SELECT SORT-WORK ASSIGN TO "SUPSORT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  BANK-FILE.
           COPY BANKREC.
       FD  CO-FILE.
           COPY COREC.
       FD  PRD-FILE.
           COPY PRDREC.
       FD  PAY-REG.
           COPY REGREC.
       FD  SRG-FILE.
           COPY SRGREC.
       FD  ASL-FILE.
           COPY ASLREC.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  SUP-FILE.
           COPY SUPREC.
       FD  ADJ-FILE.
           COPY ADJREC.
       FD  PAY-RATES.
       01  RATE-REC.
           03  RATE-TYPE      PIC X(03).
           03  RATE-PCT       PIC 9(02)V99.
       FD  XFER-FILE.
       01  XFR-REC               PIC X(80).
       FD  GL-EXTRACT.
       01  GL-REC.
           03  GL-PERIOD      PIC 9(06).
           03  GL-TYPE        PIC X(01).
           03  GL-COST-CTR    PIC X(04).
           03  GL-ACCT        PIC X(06).
           03  GL-AMOUNT      PIC 9(10)V99.
           03  GL-CO-CD       PIC X(02).
       FD  RUN-LOG.
           COPY RUNREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-CO-CD      PIC X(02).
           03  SRT-DPT-CD     PIC X(02).
           03  SRT-CD         PIC X(04).
           03  SRT-KIND       PIC X(01).
           03  SRT-ADJ-PERIOD PIC 9(06).
           03  SRT-TYPE       PIC X(03).
           03  SRT-AMOUNT     PIC 9(07)V99.
           03  SRT-GROSS-DIFF PIC S9(07)V99.
           03  SRT-TAX-DIFF   PIC S9(07)V99.
           03  SRT-SOC-DIFF   PIC S9(07)V99.
           03  SRT-NET-DIFF   PIC S9(07)V99.
           03  SRT-DESC       PIC X(30).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  BNK-STS            PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  PRD-STS            PIC  9(02).
       01  REG-STS            PIC  9(02).
       01  SRG-STS            PIC  9(02).
       01  ASL-STS            PIC  9(02).
       01  YTD-STS            PIC  9(02).
       01  SUP-STS            PIC  9(02).
       01  ADJ-STS            PIC  9(02).
       01  RATE-STS           PIC  9(02).
       01  XFR-STS            PIC  9(02).
       01  GL-STS             PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-PRD-OK          PIC  X      VALUE "N".
       01  WS-FILES-OK        PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-BNK-OPEN        PIC  X      VALUE "N".
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-REG-OPEN        PIC  X      VALUE "N".
       01  WS-SRG-OPEN        PIC  X      VALUE "N".
       01  WS-ASL-OPEN        PIC  X      VALUE "N".
       01  WS-YTD-OPEN        PIC  X      VALUE "N".
       01  WS-XFR-OPEN        PIC  X      VALUE "N".
       01  WS-GL-OPEN         PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-RATE-EOF        PIC  X      VALUE "N".
       01  WS-FIRST-REC       PIC  X      VALUE "Y".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-FOUND           PIC  X      VALUE "N".
       01  WS-HOLD            PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WK-PERIOD          PIC  9(06).
       01  WS-YEAR            PIC  9(04).
       01  WS-RUN-NO          PIC  9(02)  VALUE ZERO.
       01  WS-PRIOR-RUN       PIC  9(02)  VALUE ZERO.
       01  WS-TAX-PCT         PIC  9(02)V99  VALUE ZERO.
       01  WS-SOC-PCT         PIC  9(02)V99  VALUE ZERO.
       01  WS-TAX-FUNC        PIC  X(01).
       01  WS-TAX-EFF         PIC  9(08)  VALUE ZERO.
       01  WS-TAX-HAVE        PIC  X(01)  VALUE "N".
       01  WS-TAX-GROSS       PIC  9(07)V99  VALUE ZERO.
       01  WS-TAX-AMT         PIC  9(07)V99  VALUE ZERO.
       01  WS-BASE-TAX        PIC  9(07)V99  VALUE ZERO.
       01  WS-BASE-GROSS      PIC  9(07)V99  VALUE ZERO.
       01  WS-OO-GROSS        PIC  9(07)V99  VALUE ZERO.
       01  WS-OO-TAX          PIC  9(07)V99  VALUE ZERO.
       01  WS-OO-SOC          PIC  9(07)V99  VALUE ZERO.
       01  WS-OO-NET          PIC S9(07)V99  VALUE ZERO.
       01  WS-ADJ-GROSS       PIC S9(07)V99  VALUE ZERO.
       01  WS-ADJ-TAX         PIC S9(07)V99  VALUE ZERO.
       01  WS-ADJ-SOC         PIC S9(07)V99  VALUE ZERO.
       01  WS-ADJ-NET         PIC S9(07)V99  VALUE ZERO.
       01  WS-TOT-GROSS       PIC S9(08)V99  VALUE ZERO.
       01  WS-TOT-TAX         PIC S9(08)V99  VALUE ZERO.
       01  WS-TOT-SOC         PIC S9(08)V99  VALUE ZERO.
       01  WS-TOT-NET         PIC S9(08)V99  VALUE ZERO.
       01  WS-CUR-CD          PIC  X(04).
       01  WS-PREV-DPT        PIC  X(02).
       01  WS-PREV-CO         PIC  X(02).
       01  WS-EMP-NAME        PIC  X(20).
       01  WS-DPT-TOTAL       PIC  9(10)V99  VALUE ZERO.
       01  WS-CO-TOTAL        PIC  9(10)V99  VALUE ZERO.
       01  WS-GL-DR-TOTAL     PIC  9(10)V99  VALUE ZERO.
       01  WS-GL-CR-TOTAL     PIC  9(10)V99  VALUE ZERO.
       01  WS-GL-MAP-ERRS     PIC  9(04)  VALUE ZERO.
       01  WS-CO-UNBAL        PIC  9(02)  VALUE ZERO.
       01  WS-BAT-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-BAT-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-PAID-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-HELD-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-REJ-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-SETTLED-COUNT   PIC  9(06)  VALUE ZERO.
       01  WS-ASET-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-PAID-TOTAL      PIC  9(11)V99  VALUE ZERO.
       01  WS-SLIP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-EAJ-MAX         PIC  9(02)  VALUE ZERO.
       01  WS-EAJ-IDX         PIC  9(02)  VALUE ZERO.
       01  WS-EAJ-TABLE.
           03  WS-EAJ-ENTRY   OCCURS 24 TIMES
                               INDEXED BY WS-EAJ-IX.
               05  WS-EAJ-PERIOD   PIC 9(06).
               05  WS-EAJ-GROSS    PIC S9(07)V99.
               05  WS-EAJ-TAX      PIC S9(07)V99.
               05  WS-EAJ-SOC      PIC S9(07)V99.
               05  WS-EAJ-NET      PIC S9(07)V99.
       01  WS-HDR-REC.
           03  WS-HDR-ID      PIC X(01)  VALUE "H".
           03  WS-HDR-PERIOD  PIC 9(06).
           03  WS-HDR-DATE    PIC 9(08).
           03  WS-HDR-CO      PIC X(02).
           03  WS-HDR-BANK    PIC X(04).
           03  WS-HDR-BRANCH  PIC X(03).
           03  WS-HDR-ACCT    PIC X(10).
       01  WS-DTL-REC.
           03  WS-DTL-ID      PIC X(01)  VALUE "D".
           03  WS-DTL-BANK    PIC X(04).
           03  WS-DTL-BRANCH  PIC X(03).
           03  WS-DTL-ACCT    PIC X(10).
           03  WS-DTL-NAME    PIC X(30).
           03  WS-DTL-AMOUNT  PIC 9(09)V99.
           03  WS-DTL-REF     PIC X(04).
       01  WS-TRL-REC.
           03  WS-TRL-ID      PIC X(01)  VALUE "T".
           03  WS-TRL-COUNT   PIC 9(06).
           03  WS-TRL-AMOUNT  PIC 9(11)V99.
           03  WS-TRL-CO      PIC X(02).
       01  DSP-REC.
           03  DSP-CD         PIC X(04).
           03  FILLER         PIC X.
           03  DSP-NAME       PIC X(20).
           03  FILLER         PIC X.
           03  DSP-GROSS      PIC Z,ZZZ,ZZ9.99.
           03  FILLER         PIC X.
           03  DSP-TAX        PIC ZZZ,ZZ9.99.
           03  FILLER         PIC X.
           03  DSP-SOC        PIC ZZZ,ZZ9.99.
           03  FILLER         PIC X.
           03  DSP-NET        PIC Z,ZZZ,ZZ9.99.
       01  DSP-AMT-LINE.
           03  DSP-AMT-LABEL  PIC X(15).
           03  FILLER         PIC X(02)  VALUE ": ".
           03  DSP-AMT        PIC -,---,--9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYSUPP".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              PERFORM RUN-SUPPLEMENTARY
           END-IF.
       MAIN-900.
           GOBACK.
       RUN-SUPPLEMENTARY.
           MOVE  "Y"           TO   WS-RUN-OK.
           DISPLAY "*** Off-Cycle Supplementary Payroll ***".
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Pay period (YYYYMM, blank = current): "
                   NO ADVANCING.
           ACCEPT  WK-PERIOD.
           IF WK-PERIOD = ZERO
              MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
           END-IF.
           MOVE  WK-PERIOD(1:4)  TO   WS-YEAR.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PRD-OK = "Y"
              PERFORM OPEN-SUPP-FILES
              IF WS-FILES-OK = "Y"
                 PERFORM FIND-NEXT-RUN
              END-IF
              IF WS-FILES-OK = "Y"
                 PERFORM SPOOL-OPEN
                 STRING  "*** Supplementary Payroll - period "
                         WK-PERIOD " run " WS-RUN-NO " ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 STRING  "Period " WK-PERIOD " run " WS-RUN-NO
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-PARM
                 PERFORM LOAD-PAY-RATES
                 PERFORM LOAD-TAX-BRACKETS
                 STRING  "ID   Employee Name               Gross "
                         "       Tax   Soc.Ins.       Net Pay"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 STRING  "---- -------------------- ------------ "
                         "---------- ---------- ------------"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE  "Y"          TO   WS-FIRST-REC
                 SORT    SORT-WORK
                         ON ASCENDING KEY SRT-CO-CD SRT-DPT-CD SRT-CD
                                          SRT-KIND SRT-ADJ-PERIOD
                         INPUT PROCEDURE  IS LOAD-SUPP-ITEMS
                         OUTPUT PROCEDURE IS PAY-SUPP-ITEMS
                 PERFORM PRINT-SUPP-TOTALS
                 PERFORM SPOOL-CLOSE
                 IF WS-PAID-COUNT > ZERO
                    PERFORM PRINT-SUPP-SLIPS
                 END-IF
              ELSE
                 MOVE "N" TO WS-RUN-OK
              END-IF
              PERFORM CLOSE-SUPP-FILES
           ELSE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           PERFORM WRITE-RUNLOG-END.
       CHECK-PERIOD-CLOSED.
           MOVE  "N"           TO   WS-PRD-OK.
           OPEN  INPUT PRD-FILE.
           EVALUATE PRD-STS
             WHEN "00"
                MOVE  WK-PERIOD     TO   PRD-PERIOD
                READ  PRD-FILE KEY IS PRD-PERIOD
                  INVALID KEY
                      DISPLAY "Regular payroll for " WK-PERIOD
                              " has not been run - pay through"
                              " PAYCALC instead"
                  NOT INVALID KEY
                      IF PRD-STATUS = "C"
                         MOVE "Y" TO WS-PRD-OK
                      ELSE
                         DISPLAY "Regular payroll for " WK-PERIOD
                                 " is not closed - pay through"
                                 " PAYCALC instead"
                      END-IF
                END-READ
                CLOSE PRD-FILE
             WHEN "35"
                DISPLAY "PAYPERIOD not found - run PAYCALC first"
             WHEN OTHER
                DISPLAY "PAYPERIOD open failed, status " PRD-STS
           END-EVALUATE.
       OPEN-SUPP-FILES.
           MOVE  "N"           TO   WS-EMP-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = "00"
              MOVE "Y" TO WS-EMP-OPEN
           ELSE
              DISPLAY "EMP-FILE open failed, status " EMP-STS
           END-IF.
           MOVE  "N"           TO   WS-DEPT-OPEN.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = "00"
              MOVE "Y" TO WS-DEPT-OPEN
           ELSE
              DISPLAY "DEPTMAST open failed, status " DEPT-STS
                      " - GL lines will be unmapped"
           END-IF.
           MOVE  "N"           TO   WS-BNK-OPEN.
           OPEN  INPUT BANK-FILE.
           IF BNK-STS = "00"
              MOVE "Y" TO WS-BNK-OPEN
           ELSE
              DISPLAY "EMPBANK open failed, status " BNK-STS
           END-IF.
           MOVE  "N"           TO   WS-CO-OPEN.
           OPEN  INPUT CO-FILE.
           IF CO-STS = "00"
              MOVE "Y" TO WS-CO-OPEN
           ELSE
              DISPLAY "COMPANY open failed, status " CO-STS
                      " - paying accounts left blank"
           END-IF.
           MOVE  "N"           TO   WS-REG-OPEN.
           OPEN  INPUT PAY-REG.
           IF REG-STS = "00"
              MOVE "Y" TO WS-REG-OPEN
           ELSE
              DISPLAY "PAYREG open failed, status " REG-STS
           END-IF.
           MOVE  "N"           TO   WS-SRG-OPEN.
           OPEN  I-O SRG-FILE.
           IF SRG-STS = 35
              OPEN  OUTPUT SRG-FILE
              CLOSE SRG-FILE
              OPEN  I-O SRG-FILE
           END-IF.
           IF SRG-STS = "00"
              MOVE "Y" TO WS-SRG-OPEN
           ELSE
              DISPLAY "PAYSUPREG open failed, status " SRG-STS
           END-IF.
           MOVE  "N"           TO   WS-ASL-OPEN.
           OPEN  I-O ASL-FILE.
           IF ASL-STS = 35
              OPEN  OUTPUT ASL-FILE
              CLOSE ASL-FILE
              OPEN  I-O ASL-FILE
           END-IF.
           IF ASL-STS = "00"
              MOVE "Y" TO WS-ASL-OPEN
           ELSE
              DISPLAY "ADJSETL open failed, status " ASL-STS
           END-IF.
           MOVE  "N"           TO   WS-YTD-OPEN.
           OPEN  I-O YTD-FILE.
           IF YTD-STS = 35
              OPEN  OUTPUT YTD-FILE
              CLOSE YTD-FILE
              OPEN  I-O YTD-FILE
           END-IF.
           IF YTD-STS = "00"
              MOVE "Y" TO WS-YTD-OPEN
           ELSE
              DISPLAY "PAYYTD open failed, status " YTD-STS
           END-IF.
           MOVE  "N"           TO   WS-XFR-OPEN.
           OPEN  OUTPUT XFER-FILE.
           IF XFR-STS = "00"
              MOVE "Y" TO WS-XFR-OPEN
           ELSE
              DISPLAY "SUPXFER open failed, status " XFR-STS
           END-IF.
           MOVE  "N"           TO   WS-GL-OPEN.
           OPEN  OUTPUT GL-EXTRACT.
           IF GL-STS = "00"
              MOVE "Y" TO WS-GL-OPEN
           ELSE
              DISPLAY "SUPGL open failed, status " GL-STS
           END-IF.
           MOVE  "N"           TO   WS-FILES-OK.
           IF WS-EMP-OPEN = "Y" AND WS-BNK-OPEN = "Y"
              AND WS-REG-OPEN = "Y" AND WS-SRG-OPEN = "Y"
              AND WS-ASL-OPEN = "Y" AND WS-YTD-OPEN = "Y"
              AND WS-XFR-OPEN = "Y" AND WS-GL-OPEN = "Y"
              MOVE "Y" TO WS-FILES-OK
           ELSE
              DISPLAY "Supplementary run abandoned - required file"
                      " unavailable"
           END-IF.
       CLOSE-SUPP-FILES.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-BNK-OPEN = "Y"
              CLOSE BANK-FILE
           END-IF.
           IF WS-CO-OPEN = "Y"
              CLOSE CO-FILE
           END-IF.
           IF WS-REG-OPEN = "Y"
              CLOSE PAY-REG
           END-IF.
           IF WS-SRG-OPEN = "Y"
              CLOSE SRG-FILE
           END-IF.
           IF WS-ASL-OPEN = "Y"
              CLOSE ASL-FILE
           END-IF.
           IF WS-YTD-OPEN = "Y"
              CLOSE YTD-FILE
           END-IF.
           IF WS-XFR-OPEN = "Y"
              CLOSE XFER-FILE
           END-IF.
           IF WS-GL-OPEN = "Y"
              CLOSE GL-EXTRACT
           END-IF.
       FIND-NEXT-RUN.
           MOVE  ZERO          TO   WS-RUN-NO.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-PERIOD     TO   SRG-PERIOD.
           MOVE  ZERO          TO   SRG-RUN.
           MOVE  LOW-VALUES    TO   SRG-CD.
           START SRG-FILE KEY IS >= SRG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ SRG-FILE NEXT
             EVALUATE SRG-STS
               WHEN "00"
                  IF SRG-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     IF SRG-RUN > WS-RUN-NO
                        MOVE SRG-RUN TO WS-RUN-NO
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-RUN-NO = 99
              DISPLAY "Period " WK-PERIOD " already has 99"
                      " supplementary runs - run refused"
              MOVE "N" TO WS-FILES-OK
           ELSE
              ADD  1 TO WS-RUN-NO
              DISPLAY "Supplementary run " WS-RUN-NO " for period "
                      WK-PERIOD
           END-IF.
       LOAD-PAY-RATES.
           MOVE  "N"           TO   WS-RATE-EOF.
           OPEN  INPUT PAY-RATES.
           EVALUATE RATE-STS
             WHEN "00"
                PERFORM UNTIL WS-RATE-EOF = "Y"
                  READ PAY-RATES NEXT
                  EVALUATE RATE-STS
                    WHEN "00"
                       EVALUATE RATE-TYPE
                         WHEN "TAX"
                            MOVE RATE-PCT TO WS-TAX-PCT
                         WHEN "SOC"
                            MOVE RATE-PCT TO WS-SOC-PCT
                         WHEN OTHER
                            STRING  "Unknown PAYRATES entry type "
                                    RATE-TYPE " - ignored"
                                    DELIMITED BY SIZE INTO WS-SPL-LINE
                            PERFORM SPOOL-LINE
                       END-EVALUATE
                    WHEN OTHER
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
       LOAD-TAX-BRACKETS.
           COMPUTE WS-TAX-EFF = WK-PERIOD * 100 + 1.
           MOVE  "L"           TO   WS-TAX-FUNC.
           CALL  "PAYTAX" USING WS-TAX-FUNC, WS-TAX-EFF,
                                WS-TAX-GROSS, WS-TAX-AMT,
                                WS-TAX-HAVE.
           IF WS-TAX-HAVE = "Y"
              STRING  "Banded tax brackets in force for period "
                      WK-PERIOD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
           ELSE
              STRING  "Tax rate: " WS-TAX-PCT
                      "%  Social insurance rate: " WS-SOC-PCT "%"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
           END-IF.
           PERFORM SPOOL-LINE.
       LOAD-SUPP-ITEMS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT SUP-FILE.
           EVALUATE SUP-STS
             WHEN "00"
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ SUP-FILE NEXT
                  EVALUATE SUP-STS
                    WHEN "00"
                       ADD  1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-PAYMENT
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SUP-FILE
             WHEN "35"
                MOVE  "SUPPAY not found - no one-off payments this run"
                      TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "SUPPAY open failed, status " SUP-STS
                        " - one-off payments not loaded"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT ADJ-FILE.
           EVALUATE ADJ-STS
             WHEN "00"
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ ADJ-FILE NEXT
                  EVALUATE ADJ-STS
                    WHEN "00"
                       ADD  1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-ADJUSTMENT
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ADJ-FILE
             WHEN "35"
                MOVE  "PAYADJ not found - no pending differences"
                      TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PAYADJ open failed, status " ADJ-STS
                        " - differences not loaded"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           IF WS-ASET-COUNT > ZERO
              STRING  "     .. " WS-ASET-COUNT " PAYADJ difference(s)"
                      " already settled by an earlier run - skipped"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       LOAD-ONE-PAYMENT.
           IF SUP-AMOUNT NOT NUMERIC OR SUP-AMOUNT = ZERO
              STRING  "EXCEPTION: SUPPAY line for " SUP-CD
                      " has no valid amount - rejected"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-REJ-COUNT
           ELSE
              MOVE  SUP-CD        TO   EMP-CD
              PERFORM LOCATE-EMPLOYEE
              IF WS-EMP-FOUND = "N"
                 STRING  "EXCEPTION: SUPPAY line for " SUP-CD
                         " - employee not on EMP-FILE, rejected"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1 TO WS-REJ-COUNT
              ELSE
                 MOVE  "P"           TO   SRT-KIND
                 MOVE  ZERO          TO   SRT-ADJ-PERIOD
                 MOVE  SUP-TYPE      TO   SRT-TYPE
                 MOVE  SUP-AMOUNT    TO   SRT-AMOUNT
                 MOVE  ZERO          TO   SRT-GROSS-DIFF
                 MOVE  ZERO          TO   SRT-TAX-DIFF
                 MOVE  ZERO          TO   SRT-SOC-DIFF
                 MOVE  ZERO          TO   SRT-NET-DIFF
                 MOVE  SUP-DESC      TO   SRT-DESC
                 RELEASE SORT-REC
              END-IF
           END-IF.
       LOAD-ONE-ADJUSTMENT.
           MOVE  "Y"           TO   WS-FOUND.
           MOVE  ADJ-PERIOD    TO   ASL-PERIOD.
           MOVE  ADJ-CD        TO   ASL-CD.
           READ  ASL-FILE KEY IS ASL-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-FOUND
           END-READ.
           IF WS-FOUND = "Y"
              IF ASL-GROSS-DIFF = ADJ-GROSS-DIFF
                 AND ASL-TAX-DIFF = ADJ-TAX-DIFF
                 AND ASL-SOC-DIFF = ADJ-SOC-DIFF
                 AND ASL-NET-DIFF = ADJ-NET-DIFF
                 ADD  1 TO WS-ASET-COUNT
              ELSE
                 STRING  "EXCEPTION: PAYADJ " ADJ-CD " period "
                         ADJ-PERIOD " differs from the amount settled"
                         " in " ASL-PAY-PERIOD " run " ASL-RUN
                         " - review manually"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1 TO WS-REJ-COUNT
              END-IF
           ELSE
              MOVE  ADJ-CD        TO   EMP-CD
              PERFORM LOCATE-EMPLOYEE
              IF WS-EMP-FOUND = "N"
                 STRING  "EXCEPTION: PAYADJ " ADJ-CD " period "
                         ADJ-PERIOD " - employee not on EMP-FILE,"
                         " left pending"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1 TO WS-REJ-COUNT
              ELSE
                 MOVE  "A"            TO   SRT-KIND
                 MOVE  ADJ-PERIOD     TO   SRT-ADJ-PERIOD
                 MOVE  "ADJ"          TO   SRT-TYPE
                 MOVE  ZERO           TO   SRT-AMOUNT
                 MOVE  ADJ-GROSS-DIFF TO   SRT-GROSS-DIFF
                 MOVE  ADJ-TAX-DIFF   TO   SRT-TAX-DIFF
                 MOVE  ADJ-SOC-DIFF   TO   SRT-SOC-DIFF
                 MOVE  ADJ-NET-DIFF   TO   SRT-NET-DIFF
                 MOVE  SPACES         TO   SRT-DESC
                 RELEASE SORT-REC
              END-IF
           END-IF.
       LOCATE-EMPLOYEE.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           READ  EMP-FILE KEY IS EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "Y"
              MOVE  EMP-CD         TO   SRT-CD
              MOVE  EMP-DPT-CD     TO   SRT-DPT-CD
              MOVE  SPACES         TO   SRT-CO-CD
              IF WS-DEPT-OPEN = "Y"
                 MOVE  EMP-DPT-CD     TO   DEPT-CD
                 READ  DEPT-FILE KEY IS   DEPT-CD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE  DEPT-CO-CD   TO   SRT-CO-CD
                 END-READ
              END-IF
           END-IF.
       PAY-SUPP-ITEMS.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PROCESS-SUPP-ITEM
             END-RETURN
           END-PERFORM.
           IF WS-FIRST-REC = "N"
              PERFORM FINISH-EMPLOYEE
              PERFORM DEPT-SUPP-BREAK
              PERFORM COMPANY-SUPP-BREAK
           END-IF.
       PROCESS-SUPP-ITEM.
           IF WS-FIRST-REC = "Y"
              MOVE  "N"        TO   WS-FIRST-REC
              MOVE  SRT-DPT-CD TO   WS-PREV-DPT
              MOVE  SRT-CO-CD  TO   WS-PREV-CO
              PERFORM START-COMPANY-BATCH
              PERFORM START-EMPLOYEE
           ELSE
              IF SRT-CD NOT = WS-CUR-CD
                 OR SRT-DPT-CD NOT = WS-PREV-DPT
                 OR SRT-CO-CD NOT = WS-PREV-CO
                 PERFORM FINISH-EMPLOYEE
                 IF SRT-CO-CD NOT = WS-PREV-CO
                    PERFORM DEPT-SUPP-BREAK
                    PERFORM COMPANY-SUPP-BREAK
                    MOVE  SRT-DPT-CD TO   WS-PREV-DPT
                    MOVE  SRT-CO-CD  TO   WS-PREV-CO
                    PERFORM START-COMPANY-BATCH
                 ELSE
                    IF SRT-DPT-CD NOT = WS-PREV-DPT
                       PERFORM DEPT-SUPP-BREAK
                       MOVE  SRT-DPT-CD TO   WS-PREV-DPT
                    END-IF
                 END-IF
                 PERFORM START-EMPLOYEE
              END-IF
           END-IF.
           IF SRT-KIND = "P"
              ADD   SRT-AMOUNT     TO   WS-OO-GROSS
              MOVE  SRT-AMOUNT     TO   DSP-AMT
              STRING  "     .. " SRT-CD " " SRT-TYPE " payment "
                      DSP-AMT " " SRT-DESC
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              ADD   SRT-GROSS-DIFF TO   WS-ADJ-GROSS
              ADD   SRT-TAX-DIFF   TO   WS-ADJ-TAX
              ADD   SRT-SOC-DIFF   TO   WS-ADJ-SOC
              ADD   SRT-NET-DIFF   TO   WS-ADJ-NET
              IF WS-EAJ-MAX < 24
                 ADD  1 TO WS-EAJ-MAX
                 SET  WS-EAJ-IX TO WS-EAJ-MAX
                 MOVE SRT-ADJ-PERIOD TO WS-EAJ-PERIOD(WS-EAJ-IX)
                 MOVE SRT-GROSS-DIFF TO WS-EAJ-GROSS(WS-EAJ-IX)
                 MOVE SRT-TAX-DIFF   TO WS-EAJ-TAX(WS-EAJ-IX)
                 MOVE SRT-SOC-DIFF   TO WS-EAJ-SOC(WS-EAJ-IX)
                 MOVE SRT-NET-DIFF   TO WS-EAJ-NET(WS-EAJ-IX)
              ELSE
                 MOVE "Y" TO WS-HOLD
              END-IF
              MOVE  SRT-NET-DIFF   TO   DSP-AMT
              STRING  "     .. " SRT-CD " PAYADJ difference for "
                      SRT-ADJ-PERIOD " net " DSP-AMT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       START-EMPLOYEE.
           MOVE  SRT-CD        TO   WS-CUR-CD.
           MOVE  "N"           TO   WS-HOLD.
           MOVE  ZERO          TO   WS-OO-GROSS.
           MOVE  ZERO          TO   WS-ADJ-GROSS.
           MOVE  ZERO          TO   WS-ADJ-TAX.
           MOVE  ZERO          TO   WS-ADJ-SOC.
           MOVE  ZERO          TO   WS-ADJ-NET.
           MOVE  ZERO          TO   WS-EAJ-MAX.
       FINISH-EMPLOYEE.
           PERFORM GET-BASE-GROSS.
           PERFORM CALC-ONE-OFF-TAX.
           COMPUTE WS-OO-NET  = WS-OO-GROSS - WS-OO-TAX - WS-OO-SOC.
           COMPUTE WS-TOT-GROSS = WS-OO-GROSS + WS-ADJ-GROSS.
           COMPUTE WS-TOT-TAX   = WS-OO-TAX   + WS-ADJ-TAX.
           COMPUTE WS-TOT-SOC   = WS-OO-SOC   + WS-ADJ-SOC.
           COMPUTE WS-TOT-NET   = WS-OO-NET   + WS-ADJ-NET.
           MOVE  SPACES        TO   WS-EMP-NAME.
           MOVE  WS-CUR-CD     TO   EMP-CD.
           READ  EMP-FILE KEY IS EMP-CD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE EMP-NAME TO WS-EMP-NAME
           END-READ.
           IF WS-HOLD = "N"
              MOVE  "Y"           TO   WS-FOUND
              MOVE  WS-CUR-CD     TO   BNK-CD
              READ  BANK-FILE KEY IS   BNK-CD
                INVALID KEY
                    MOVE "N"      TO   WS-FOUND
              END-READ
           END-IF.
           EVALUATE TRUE
             WHEN WS-HOLD = "Y"
                STRING  "EXCEPTION: " WS-CUR-CD " has more than 24"
                        " PAYADJ differences - held, pay manually"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN WS-TOT-GROSS < ZERO OR WS-TOT-TAX < ZERO
               OR WS-TOT-SOC < ZERO OR WS-TOT-NET NOT > ZERO
                MOVE  WS-TOT-NET    TO   DSP-AMT
                STRING  "EXCEPTION: " WS-CUR-CD " net pay " DSP-AMT
                        " is not positive - held, recover through"
                        " the regular payroll"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-HOLD
             WHEN WS-FOUND = "N"
                STRING  "EXCEPTION: no bank details for " WS-CUR-CD
                        " - held, nothing paid or settled"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-HOLD
           END-EVALUATE.
           IF WS-HOLD = "Y"
              ADD  1 TO WS-HELD-COUNT
           ELSE
              PERFORM COMMIT-EMPLOYEE
           END-IF.
       GET-BASE-GROSS.
           MOVE  ZERO          TO   WS-BASE-GROSS.
           MOVE  WK-PERIOD     TO   REG-PERIOD.
           MOVE  WS-CUR-CD     TO   REG-CD.
           READ  PAY-REG KEY IS REG-KEY
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE  REG-GROSS  TO   WS-BASE-GROSS
           END-READ.
           PERFORM VARYING WS-PRIOR-RUN FROM 1 BY 1
                     UNTIL WS-PRIOR-RUN NOT < WS-RUN-NO
              MOVE  WK-PERIOD     TO   SRG-PERIOD
              MOVE  WS-PRIOR-RUN  TO   SRG-RUN
              MOVE  WS-CUR-CD     TO   SRG-CD
              READ  SRG-FILE KEY IS SRG-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WS-BASE-GROSS = WS-BASE-GROSS
                            + SRG-GROSS - SRG-ADJ-GROSS
              END-READ
           END-PERFORM.
       CALC-ONE-OFF-TAX.
           MOVE  ZERO          TO   WS-OO-TAX.
           MOVE  ZERO          TO   WS-OO-SOC.
           IF WS-OO-GROSS > ZERO
              IF WS-TAX-HAVE = "Y"
                 MOVE  "C"           TO   WS-TAX-FUNC
                 MOVE  WS-BASE-GROSS TO   WS-TAX-GROSS
                 CALL  "PAYTAX" USING WS-TAX-FUNC, WS-TAX-EFF,
                                      WS-TAX-GROSS, WS-BASE-TAX,
                                      WS-TAX-HAVE
                 COMPUTE WS-TAX-GROSS = WS-BASE-GROSS + WS-OO-GROSS
                 CALL  "PAYTAX" USING WS-TAX-FUNC, WS-TAX-EFF,
                                      WS-TAX-GROSS, WS-TAX-AMT,
                                      WS-TAX-HAVE
                 COMPUTE WS-OO-TAX = WS-TAX-AMT - WS-BASE-TAX
              ELSE
                 COMPUTE WS-OO-TAX ROUNDED =
                         WS-OO-GROSS * WS-TAX-PCT / 100
              END-IF
              COMPUTE WS-OO-SOC ROUNDED =
                      WS-OO-GROSS * WS-SOC-PCT / 100
           END-IF.
       COMMIT-EMPLOYEE.
           MOVE  WK-PERIOD     TO   SRG-PERIOD.
           MOVE  WS-RUN-NO     TO   SRG-RUN.
           MOVE  WS-CUR-CD     TO   SRG-CD.
           MOVE  WS-TOT-GROSS  TO   SRG-GROSS.
           MOVE  WS-TOT-TAX    TO   SRG-TAX.
           MOVE  WS-TOT-SOC    TO   SRG-SOC.
           MOVE  WS-TOT-NET    TO   SRG-NET.
           MOVE  WS-ADJ-GROSS  TO   SRG-ADJ-GROSS.
           MOVE  WS-ADJ-TAX    TO   SRG-ADJ-TAX.
           MOVE  WS-ADJ-SOC    TO   SRG-ADJ-SOC.
           MOVE  WS-ADJ-NET    TO   SRG-ADJ-NET.
           MOVE  WS-PREV-CO    TO   SRG-CO-CD.
           MOVE  WS-PREV-DPT   TO   SRG-DPT-CD.
           MOVE  SPACES        TO   SRG-XFER-STATUS.
           MOVE  WS-TODAY      TO   SRG-RUN-DATE.
           MOVE  WS-OPR-ID     TO   SRG-OPR.
           WRITE SRG-REC
             INVALID KEY
                STRING  "EXCEPTION: PAYSUPREG write failed for "
                        WS-CUR-CD ", status " SRG-STS
                        " - contact support"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
                MOVE "Y" TO WS-HOLD
           END-WRITE.
           IF WS-HOLD = "Y"
              ADD  1 TO WS-HELD-COUNT
           ELSE
              PERFORM VARYING WS-EAJ-IDX FROM 1 BY 1
                        UNTIL WS-EAJ-IDX > WS-EAJ-MAX
                 SET  WS-EAJ-IX TO WS-EAJ-IDX
                 PERFORM SETTLE-ONE-ADJUSTMENT
              END-PERFORM
              PERFORM UPDATE-YTD
              MOVE  BNK-BANK       TO   WS-DTL-BANK
              MOVE  BNK-BRANCH     TO   WS-DTL-BRANCH
              MOVE  BNK-ACCT       TO   WS-DTL-ACCT
              MOVE  BNK-ACCT-NAME  TO   WS-DTL-NAME
              MOVE  SRG-NET        TO   WS-DTL-AMOUNT
              MOVE  WS-CUR-CD      TO   WS-DTL-REF
              WRITE XFR-REC FROM WS-DTL-REC
              ADD   1              TO   WS-BAT-COUNT
                                        WS-PAID-COUNT
              ADD   SRG-NET        TO   WS-BAT-TOTAL
                                        WS-PAID-TOTAL
              ADD   SRG-GROSS      TO   WS-DPT-TOTAL
                                        WS-CO-TOTAL
              MOVE  WS-CUR-CD      TO   DSP-CD
              MOVE  WS-EMP-NAME    TO   DSP-NAME
              MOVE  SRG-GROSS      TO   DSP-GROSS
              MOVE  SRG-TAX        TO   DSP-TAX
              MOVE  SRG-SOC        TO   DSP-SOC
              MOVE  SRG-NET        TO   DSP-NET
              MOVE  DSP-REC        TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       SETTLE-ONE-ADJUSTMENT.
           MOVE  WS-EAJ-PERIOD(WS-EAJ-IX) TO   ASL-PERIOD.
           MOVE  WS-CUR-CD                TO   ASL-CD.
           MOVE  WS-EAJ-GROSS(WS-EAJ-IX)  TO   ASL-GROSS-DIFF.
           MOVE  WS-EAJ-TAX(WS-EAJ-IX)    TO   ASL-TAX-DIFF.
           MOVE  WS-EAJ-SOC(WS-EAJ-IX)    TO   ASL-SOC-DIFF.
           MOVE  WS-EAJ-NET(WS-EAJ-IX)    TO   ASL-NET-DIFF.
           MOVE  WK-PERIOD                TO   ASL-PAY-PERIOD.
           MOVE  WS-RUN-NO                TO   ASL-RUN.
           MOVE  WS-TODAY                 TO   ASL-DATE.
           WRITE ASL-REC
             INVALID KEY
                STRING  "EXCEPTION: ADJSETL write failed for "
                        WS-CUR-CD " period " ASL-PERIOD
                        ", status " ASL-STS " - contact support"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
             NOT INVALID KEY
                ADD  1 TO WS-SETTLED-COUNT
           END-WRITE.
       UPDATE-YTD.
           MOVE  "Y"           TO   WS-FOUND.
           MOVE  WS-YEAR       TO   YTD-YEAR.
           MOVE  WS-PREV-CO    TO   YTD-CO-CD.
           MOVE  WS-CUR-CD     TO   YTD-CD.
           READ  YTD-FILE KEY IS YTD-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-FOUND
           END-READ.
           IF WS-FOUND = "N"
              MOVE  ZERO       TO   YTD-GROSS
              MOVE  ZERO       TO   YTD-TAX
              MOVE  ZERO       TO   YTD-SOC
              MOVE  ZERO       TO   YTD-DED
              MOVE  ZERO       TO   YTD-NET
              MOVE  ZERO       TO   YTD-PERIODS
              MOVE  ZERO       TO   YTD-PEN-EE
              MOVE  ZERO       TO   YTD-EXPENSES
           END-IF.
           ADD   WS-OO-GROSS   TO   YTD-GROSS.
           ADD   WS-OO-TAX     TO   YTD-TAX.
           ADD   WS-OO-SOC     TO   YTD-SOC.
           ADD   WS-OO-NET     TO   YTD-NET.
           IF WS-FOUND = "Y"
              REWRITE YTD-REC
           ELSE
              WRITE YTD-REC
                INVALID KEY
                   STRING  "EXCEPTION: PAYYTD write failed for "
                           WS-CUR-CD ", status " YTD-STS
                           " - rerun PAYYTD"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-WRITE
           END-IF.
       START-COMPANY-BATCH.
           MOVE  ZERO          TO   WS-BAT-COUNT.
           MOVE  ZERO          TO   WS-BAT-TOTAL.
           MOVE  ZERO          TO   WS-CO-TOTAL.
           MOVE  ZERO          TO   WS-DPT-TOTAL.
           MOVE  ZERO          TO   WS-GL-DR-TOTAL.
           MOVE  ZERO          TO   WS-GL-CR-TOTAL.
           MOVE  ZERO          TO   WS-GL-MAP-ERRS.
           MOVE  WK-PERIOD     TO   WS-HDR-PERIOD.
           MOVE  WS-TODAY      TO   WS-HDR-DATE.
           MOVE  WS-PREV-CO    TO   WS-HDR-CO.
           MOVE  SPACES        TO   WS-HDR-BANK.
           MOVE  SPACES        TO   WS-HDR-BRANCH.
           MOVE  SPACES        TO   WS-HDR-ACCT.
           IF WS-CO-OPEN = "Y"
              MOVE  WS-PREV-CO     TO   CO-CD
              READ  CO-FILE KEY IS    CO-CD
                INVALID KEY
                    STRING  "EXCEPTION: company " WS-PREV-CO
                            " not on COMPANY - paying account blank"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                NOT INVALID KEY
                    MOVE  CO-BANK     TO   WS-HDR-BANK
                    MOVE  CO-BRANCH   TO   WS-HDR-BRANCH
                    MOVE  CO-ACCT     TO   WS-HDR-ACCT
              END-READ
           END-IF.
           WRITE XFR-REC FROM WS-HDR-REC.
       DEPT-SUPP-BREAK.
           IF WS-DPT-TOTAL > ZERO
              STRING  "     -- Dept " WS-PREV-DPT
                      " supplementary total: " WS-DPT-TOTAL " --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM WRITE-SUPP-GL-LINES
           END-IF.
           MOVE  ZERO          TO   WS-DPT-TOTAL.
       WRITE-SUPP-GL-LINES.
           IF WS-DEPT-OPEN NOT = "Y"
              ADD  1 TO WS-GL-MAP-ERRS
           ELSE
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
                       MOVE  WK-PERIOD       TO   GL-PERIOD
                       MOVE  WS-PREV-CO      TO   GL-CO-CD
                       MOVE  "D"             TO   GL-TYPE
                       MOVE  DEPT-COST-CTR   TO   GL-COST-CTR
                       MOVE  DEPT-EXP-ACCT   TO   GL-ACCT
                       MOVE  WS-DPT-TOTAL    TO   GL-AMOUNT
                       WRITE GL-REC
                       ADD   WS-DPT-TOTAL    TO   WS-GL-DR-TOTAL
                       MOVE  "C"             TO   GL-TYPE
                       MOVE  DEPT-CLR-ACCT   TO   GL-ACCT
                       WRITE GL-REC
                       ADD   WS-DPT-TOTAL    TO   WS-GL-CR-TOTAL
                    END-IF
              END-READ
           END-IF.
       COMPANY-SUPP-BREAK.
           MOVE  WS-BAT-COUNT  TO   WS-TRL-COUNT.
           MOVE  WS-BAT-TOTAL  TO   WS-TRL-AMOUNT.
           MOVE  WS-PREV-CO    TO   WS-TRL-CO.
           WRITE XFR-REC FROM WS-TRL-REC.
           STRING  "     ## Company " WS-PREV-CO
                   " supplementary total: " WS-CO-TOTAL " ##"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  WK-PERIOD       TO   GL-PERIOD.
           MOVE  WS-PREV-CO      TO   GL-CO-CD.
           MOVE  "T"             TO   GL-TYPE.
           MOVE  SPACES          TO   GL-COST-CTR.
           MOVE  SPACES          TO   GL-ACCT.
           MOVE  WS-CO-TOTAL     TO   GL-AMOUNT.
           WRITE GL-REC.
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
       PRINT-SUPP-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Run " WS-RUN-NO ": paid " WS-PAID-COUNT
                   " employee(s), net " WS-PAID-TOTAL " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-SETTLED-COUNT
                   " PAYADJ difference(s) marked settled ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           IF WS-HELD-COUNT > ZERO
              STRING  "=== " WS-HELD-COUNT
                      " employee(s) held - see exceptions ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-REJ-COUNT > ZERO
              STRING  "=== " WS-REJ-COUNT
                      " input line(s) rejected - see exceptions ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-CO-UNBAL > ZERO
              STRING  "*** " WS-CO-UNBAL
                      " company GL extract(s) OUT OF BALANCE ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           DISPLAY "Run " WS-RUN-NO ": paid " WS-PAID-COUNT
                   " employee(s), net " WS-PAID-TOTAL
                   " - SUPXFER and SUPGL written".
           IF WS-HELD-COUNT > ZERO OR WS-REJ-COUNT > ZERO
              DISPLAY WS-HELD-COUNT " held, " WS-REJ-COUNT
                      " rejected - see the PAYSUPP report"
           END-IF.
       PRINT-SUPP-SLIPS.
           MOVE  "PAYSUPSLIP"  TO   WS-SPL-PGM.
           PERFORM SPOOL-OPEN.
           STRING  "*** Supplementary Payslips - period " WK-PERIOD
                   " run " WS-RUN-NO " ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "Period " WK-PERIOD " run " WS-RUN-NO
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-PARM.
           MOVE  ZERO          TO   WS-SLIP-COUNT.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-PERIOD     TO   SRG-PERIOD.
           MOVE  WS-RUN-NO     TO   SRG-RUN.
           MOVE  LOW-VALUES    TO   SRG-CD.
           START SRG-FILE KEY IS >= SRG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ SRG-FILE NEXT
             EVALUATE SRG-STS
               WHEN "00"
                  IF SRG-PERIOD NOT = WK-PERIOD
                     OR SRG-RUN NOT = WS-RUN-NO
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     PERFORM PRINT-ONE-SUPP-SLIP
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM SPOOL-LINE.
           STRING  "=== Printed " WS-SLIP-COUNT
                   " supplementary payslip(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-CLOSE.
           MOVE  "PAYSUPP"     TO   WS-SPL-PGM.
       PRINT-ONE-SUPP-SLIP.
           MOVE  SPACES        TO   EMP-NAME.
           MOVE  SRG-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS EMP-CD
             INVALID KEY
                 MOVE  SPACES  TO   EMP-NAME
           END-READ.
           PERFORM SPOOL-LINE.
           STRING  "+----------------------------------------"
                   "------+"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "SUPPLEMENTARY PAYSLIP   Period " SRG-PERIOD
                   " run " SRG-RUN
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.
           STRING  SRG-CD "  " EMP-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "Dept: " SRG-DPT-CD
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.
           IF SRG-GROSS NOT = SRG-ADJ-GROSS
              MOVE  "One-off pay    "   TO   DSP-AMT-LABEL
              COMPUTE DSP-AMT = SRG-GROSS - SRG-ADJ-GROSS
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF SRG-ADJ-GROSS NOT = ZERO
              MOVE  "Back pay adj.  "   TO   DSP-AMT-LABEL
              MOVE  SRG-ADJ-GROSS       TO   DSP-AMT
              MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE  "Gross pay      "   TO   DSP-AMT-LABEL.
           MOVE  SRG-GROSS           TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  "Tax            "   TO   DSP-AMT-LABEL.
           MOVE  SRG-TAX             TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  "Social ins.    "   TO   DSP-AMT-LABEL.
           MOVE  SRG-SOC             TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  "Net pay        "   TO   DSP-AMT-LABEL.
           MOVE  SRG-NET             TO   DSP-AMT.
           MOVE  DSP-AMT-LINE  TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "+----------------------------------------"
                   "------+"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-SLIP-COUNT.
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
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYSUPP "             TO   RUN-PGM
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
                MOVE  "PAYSUPP "             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-PAID-COUNT          TO   RUN-WRITTEN
                COMPUTE RUN-REJECTED = WS-HELD-COUNT + WS-REJ-COUNT
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY REGSEL.
           COPY LEAVESEL.
           COPY DEDSEL.
           COPY PRDSEL.
           COPY STLSEL.
           SELECT PAY-RATES ASSIGN TO "PAYRATES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  RATE-STS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  PAY-REG.
           COPY REGREC.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  DED-FILE.
           COPY DEDREC.
       FD  PRD-FILE.
           COPY PRDREC.
       FD  STL-FILE.
           COPY STLREC.
       FD  PAY-RATES.
       01  RATE-REC.
           03  RATE-TYPE      PIC X(03).
           03  RATE-PCT       PIC 9(02)V99.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  REG-STS            PIC  9(02).
       01  LV-STS             PIC  9(02).
       01  DED-STS            PIC  9(02).
       01  PRD-STS            PIC  9(02).
       01  STL-STS            PIC  9(02).
       01  RATE-STS           PIC  9(02).
       01  WK-DONE            PIC  X      VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CONFIRM         PIC  X(01).
       01  WK-CD              PIC  X(04).
       01  WK-NOTICE-DAYS     PIC  9(03)  VALUE ZERO.
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-PERIOD-OK       PIC  X      VALUE "Y".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-LV-OPEN         PIC  X      VALUE "N".
       01  WS-DED-OPEN        PIC  X      VALUE "N".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-LV-FOUND        PIC  X      VALUE "N".
       01  WS-REG-FOUND       PIC  X      VALUE "N".
       01  WS-FINAL-PAID      PIC  X      VALUE "N".
       01  WS-ELIGIBLE        PIC  X      VALUE "N".
       01  WS-APPLY-OK        PIC  X      VALUE "N".
       01  WS-POSTING         PIC  X      VALUE "N".
       01  WS-RATE-EOF        PIC  X      VALUE "N".
       01  WS-DED-SCAN-EOF    PIC  X      VALUE "N".
       01  WS-STL-EOF         PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-PAY-PERIOD      PIC  9(06).
       01  WS-TERM-PERIOD     PIC  9(06).
       01  WS-CHK-PERIOD      PIC  9(06).
       01  WS-NEXT-YYYY       PIC  9(04).
       01  WS-NEXT-MM         PIC  9(02).
       01  WS-NEXT-FIRST      PIC  9(08).
       01  WS-EOM-INT         PIC  9(08).
       01  WS-EOM-DATE        PIC  9(08).
       01  WS-DIM             PIC  9(02)  VALUE 31.
       01  WS-START-DD        PIC  9(02)  VALUE ZERO.
       01  WS-END-DD          PIC  9(02)  VALUE ZERO.
       01  WS-PAID-DAYS       PIC  9(02)  VALUE ZERO.
       01  WS-UNPAID-DAYS     PIC  9(02)  VALUE ZERO.
       01  WS-UNPAID-AMT      PIC  9(07)V99  VALUE ZERO.
       01  WS-TAX-PCT         PIC  9(02)V99  VALUE ZERO.
       01  WS-SOC-PCT         PIC  9(02)V99  VALUE ZERO.
       01  WS-TAX-FUNC        PIC  X(01).
       01  WS-TAX-EFF         PIC  9(08)  VALUE ZERO.
       01  WS-TAX-HAVE        PIC  X(01)  VALUE "N".
       01  WS-CO-CD           PIC  X(02).
       01  WS-DAY-RATE        PIC  9(05)V99  VALUE ZERO.
       01  WS-FINAL-PAY       PIC  9(07)V99  VALUE ZERO.
       01  WS-LV-DAYS         PIC S9(03)     VALUE ZERO.
       01  WS-LV-ABS-DAYS     PIC  9(03)     VALUE ZERO.
       01  WS-LV-PAY          PIC  9(07)V99  VALUE ZERO.
       01  WS-LV-RECOVER      PIC  9(07)V99  VALUE ZERO.
       01  WS-NOTICE-PAY      PIC  9(07)V99  VALUE ZERO.
       01  WS-GROSS           PIC  9(07)V99  VALUE ZERO.
       01  WS-TAX-AMT         PIC  9(07)V99  VALUE ZERO.
       01  WS-SOC-AMT         PIC  9(07)V99  VALUE ZERO.
       01  WS-NET-AMT         PIC  9(07)V99  VALUE ZERO.
       01  WS-DED-AMOUNT      PIC  9(07)V99  VALUE ZERO.
       01  WS-LOAN-TOTAL      PIC  9(07)V99  VALUE ZERO.
       01  WS-LOAN-SHORT      PIC  9(07)V99  VALUE ZERO.
       01  WS-OTH-DED         PIC  9(07)V99  VALUE ZERO.
       01  WS-DED-TOTAL       PIC  9(07)V99  VALUE ZERO.
       01  WS-SEEN-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-APPROVED-COUNT  PIC  9(04)  VALUE ZERO.
       01  WS-REJECTED-COUNT  PIC  9(04)  VALUE ZERO.
       01  WS-LIST-COUNT      PIC  9(04)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  DSP-AMT            PIC  Z,ZZZ,ZZ9.99.
       01  DSP-NET            PIC  Z,ZZZ,ZZ9.99.
       01  DSP-RATE           PIC  ZZ,ZZ9.99.
       01  DSP-DAYS           PIC  ZZ9.
       01  DSP-STMT.
           03  FILLER         PIC X(02).
           03  DSP-ST-LABEL   PIC X(40).
           03  FILLER         PIC X(01).
           03  DSP-ST-AMT     PIC Z,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYSETTLE".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           MOVE  ZERO          TO   WS-SEEN-COUNT.
           MOVE  ZERO          TO   WS-APPROVED-COUNT.
           MOVE  ZERO          TO   WS-REJECTED-COUNT.
           MOVE  ZERO          TO   WS-TAX-PCT.
           MOVE  ZERO          TO   WS-SOC-PCT.
           PERFORM SPOOL-OPEN.
           DISPLAY "*** Final Settlement for Leavers ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE    WS-TODAY(1:6)  TO   WS-PAY-PERIOD.
           STRING  "Settlement period " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "U" AND WS-OPR-AUTH NOT = "S"
              DISPLAY "Only an update- or supervisor-authority"
                      " operator may run final settlements."
           ELSE
              PERFORM CHECK-PERIOD-STATUS
              IF WS-PERIOD-OK = "Y"
                 PERFORM LOAD-PAY-RATES
                 PERFORM LOAD-TAX-BRACKETS
                 PERFORM OPEN-SETTLE-FILES
                 IF WS-OPENS-OK = "Y"
                    PERFORM UNTIL WK-DONE = "Y"
                       DISPLAY " "
                       DISPLAY "[C]alculate  [A]pprove  [L]ist"
                               "  [Q]uit: " NO ADVANCING
                       ACCEPT  WK-CMD
                       MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                       EVALUATE WK-CMD
                         WHEN "C"
                            PERFORM CALCULATE-ONE-EMP
                         WHEN "A"
                            PERFORM REVIEW-HELD-SETTLEMENTS
                         WHEN "L"
                            PERFORM LIST-SETTLEMENTS
                         WHEN "Q"
                            MOVE "Y" TO WK-DONE
                         WHEN OTHER
                            DISPLAY "Invalid command - use C, A, L"
                                    " or Q."
                       END-EVALUATE
                    END-PERFORM
                    PERFORM CLOSE-SETTLE-FILES
                 END-IF
              END-IF
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       CHECK-PERIOD-STATUS.
           MOVE  "Y"           TO   WS-PERIOD-OK.
           OPEN  INPUT PRD-FILE.
           EVALUATE PRD-STS
             WHEN "00"
                MOVE  WS-PAY-PERIOD  TO   PRD-PERIOD
                READ  PRD-FILE KEY IS PRD-PERIOD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PRD-STATUS = "C"
                         MOVE  "N"    TO   WS-PERIOD-OK
                         DISPLAY "Period " WS-PAY-PERIOD
                                 " was closed " PRD-TS(1:8) " by "
                                 PRD-OPR " - settle in the next"
                                 " period."
                      END-IF
                END-READ
                CLOSE PRD-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "PAYPERIOD open failed, status " PRD-STS
                        " - period control skipped"
           END-EVALUATE.
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
                            DISPLAY "Unknown PAYRATES entry type "
                                    RATE-TYPE " - ignored"
                       END-EVALUATE
                    WHEN "10"
                       MOVE "Y" TO WS-RATE-EOF
                    WHEN OTHER
                       DISPLAY "I-O error reading PAYRATES, status "
                               RATE-STS " - contact support"
                       MOVE "Y" TO WS-RATE-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE PAY-RATES
             WHEN "35"
                DISPLAY "PAYRATES not found - deductions taken as zero"
             WHEN OTHER
                DISPLAY "PAYRATES open failed, status " RATE-STS
           END-EVALUATE.
       LOAD-TAX-BRACKETS.
           COMPUTE WS-TAX-EFF = WS-PAY-PERIOD * 100 + 1.
           MOVE  "L"           TO   WS-TAX-FUNC.
           CALL  "PAYTAX" USING WS-TAX-FUNC, WS-TAX-EFF,
                                WS-GROSS, WS-TAX-AMT,
                                WS-TAX-HAVE.
       OPEN-SETTLE-FILES.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
           IF WS-OPENS-OK = "Y"
              OPEN  I-O PAY-REG
              IF REG-STS = 35
                 OPEN  OUTPUT PAY-REG
                 CLOSE PAY-REG
                 OPEN  I-O PAY-REG
              END-IF
              IF REG-STS NOT = ZERO
                 DISPLAY "PAYREG open failed, status " REG-STS
                         " - contact support"
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              OPEN  I-O STL-FILE
              IF STL-STS = 35
                 OPEN  OUTPUT STL-FILE
                 CLOSE STL-FILE
                 OPEN  I-O STL-FILE
              END-IF
              IF STL-STS NOT = ZERO
                 DISPLAY "PAYSETL open failed, status " STL-STS
                         " - contact support"
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE PAY-REG
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              MOVE  "N"        TO   WS-DEPT-OPEN
              OPEN  INPUT DEPT-FILE
              IF DEPT-STS = ZERO
                 MOVE "Y"      TO   WS-DEPT-OPEN
              END-IF
              MOVE  "N"        TO   WS-LV-OPEN
              OPEN  I-O LEAVE-FILE
              EVALUATE LV-STS
                WHEN "00"
                   MOVE "Y"    TO   WS-LV-OPEN
                WHEN "35"
                   DISPLAY "EMPLEAVE not found - no leave paid out"
                WHEN OTHER
                   DISPLAY "EMPLEAVE open failed, status " LV-STS
              END-EVALUATE
              MOVE  "N"        TO   WS-DED-OPEN
              OPEN  I-O DED-FILE
              EVALUATE DED-STS
                WHEN "00"
                   MOVE "Y"    TO   WS-DED-OPEN
                WHEN "35"
                   DISPLAY "EMPDEDUCT not found - no loans recovered"
                WHEN OTHER
                   DISPLAY "EMPDEDUCT open failed, status " DED-STS
              END-EVALUATE
           END-IF.
       CLOSE-SETTLE-FILES.
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-LV-OPEN = "Y"
              CLOSE LEAVE-FILE
           END-IF.
           IF WS-DED-OPEN = "Y"
              CLOSE DED-FILE
           END-IF.
           CLOSE STL-FILE.
           CLOSE PAY-REG.
           CLOSE EMP-FILE.
           IF WS-SEEN-COUNT > ZERO
              DISPLAY "=== Reviewed " WS-SEEN-COUNT
                      " settlement(s), approved " WS-APPROVED-COUNT
                      ", rejected " WS-REJECTED-COUNT " ==="
           END-IF.
       CALCULATE-ONE-EMP.
           DISPLAY "Employee code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  WK-CD         TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "N"
              DISPLAY "Employee not found!"
           ELSE
              PERFORM CHECK-ELIGIBLE
              IF WS-ELIGIBLE = "Y"
                 DISPLAY "Notice days paid in lieu (working days): "
                         NO ADVANCING
                 ACCEPT  WK-NOTICE-DAYS
                 MOVE  "N"        TO   WS-POSTING
                 PERFORM CALC-SETTLEMENT
                 PERFORM PRINT-STATEMENT
                 DISPLAY "Submit for approval (Y/N)? " NO ADVANCING
                 ACCEPT  WK-CONFIRM
                 MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
                 IF WK-CONFIRM = "Y"
                    PERFORM SAVE-SETTLEMENT
                 ELSE
                    DISPLAY "Nothing saved."
                 END-IF
              END-IF
           END-IF.
       CHECK-ELIGIBLE.
           MOVE  "Y"           TO   WS-ELIGIBLE.
           EVALUATE TRUE
             WHEN EMP-STATUS NOT = "T"
                DISPLAY "Employee is still active - deactivate with"
                        " EMPDELETE first."
                MOVE "N"       TO   WS-ELIGIBLE
             WHEN EMP-TERM-DATE NOT NUMERIC
             WHEN EMP-TERM-DATE = ZERO
                DISPLAY "No termination date on file - settlement"
                        " not possible."
                MOVE "N"       TO   WS-ELIGIBLE
             WHEN EMP-TERM-DATE(1:6) > WS-PAY-PERIOD
                DISPLAY "Termination date " EMP-TERM-DATE
                        " is in a later period - settle in that"
                        " period."
                MOVE "N"       TO   WS-ELIGIBLE
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF WS-ELIGIBLE = "Y"
              MOVE  "N"        TO   WS-STL-EOF
              MOVE  EMP-CD     TO   STL-CD
              MOVE  ZERO       TO   STL-PERIOD
              START STL-FILE KEY IS >= STL-KEY
                INVALID KEY
                    MOVE "Y"   TO   WS-STL-EOF
              END-START
              PERFORM UNTIL WS-STL-EOF = "Y"
                READ STL-FILE NEXT
                EVALUATE STL-STS
                  WHEN "00"
                     IF STL-CD NOT = EMP-CD
                        MOVE "Y" TO WS-STL-EOF
                     ELSE
                        EVALUATE STL-STATUS
                          WHEN "A"
                             DISPLAY "Employee was already settled in"
                                     " period " STL-PERIOD
                                     ", approved by " STL-CHECKER
                             MOVE "N" TO WS-ELIGIBLE
                             MOVE "Y" TO WS-STL-EOF
                          WHEN "H"
                             DISPLAY "Settlement held for approval"
                                     " from " STL-MAKER
                                     " will be replaced."
                          WHEN OTHER
                             CONTINUE
                        END-EVALUATE
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-STL-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       CALC-SETTLEMENT.
           MOVE  ZERO          TO   WS-FINAL-PAY.
           MOVE  ZERO          TO   WS-LV-DAYS.
           MOVE  ZERO          TO   WS-LV-PAY.
           MOVE  ZERO          TO   WS-LV-RECOVER.
           MOVE  ZERO          TO   WS-NOTICE-PAY.
           MOVE  ZERO          TO   WS-LOAN-TOTAL.
           MOVE  ZERO          TO   WS-LOAN-SHORT.
           MOVE  ZERO          TO   WS-OTH-DED.
           MOVE  SPACES        TO   WS-CO-CD.
           IF WS-DEPT-OPEN = "Y"
              MOVE  EMP-DPT-CD     TO   DEPT-CD
              READ  DEPT-FILE KEY IS   DEPT-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  DEPT-CO-CD   TO   WS-CO-CD
              END-READ
           END-IF.
           COMPUTE WS-DAY-RATE ROUNDED = EMP-SALARY / 12 / 22.
           PERFORM CALC-FINAL-PAY.
           PERFORM CALC-LEAVE-PAY.
           COMPUTE WS-NOTICE-PAY ROUNDED =
                   WK-NOTICE-DAYS * WS-DAY-RATE.
           COMPUTE WS-GROSS =
                   WS-FINAL-PAY + WS-LV-PAY + WS-NOTICE-PAY.
           IF WS-TAX-HAVE = "Y"
              MOVE  "C"        TO   WS-TAX-FUNC
              CALL  "PAYTAX" USING WS-TAX-FUNC, WS-TAX-EFF,
                                   WS-GROSS, WS-TAX-AMT,
                                   WS-TAX-HAVE
           ELSE
              COMPUTE WS-TAX-AMT ROUNDED =
                      WS-GROSS * WS-TAX-PCT / 100
           END-IF.
           COMPUTE WS-SOC-AMT ROUNDED =
                   WS-GROSS * WS-SOC-PCT / 100.
           COMPUTE WS-NET-AMT =
                   WS-GROSS - WS-TAX-AMT - WS-SOC-AMT.
           PERFORM CALC-DEDUCTIONS.
           IF WS-LV-RECOVER > WS-NET-AMT
              MOVE  WS-NET-AMT TO   WS-LV-RECOVER
           END-IF.
           SUBTRACT WS-LV-RECOVER FROM WS-NET-AMT.
           COMPUTE WS-DED-TOTAL =
                   WS-LOAN-TOTAL + WS-OTH-DED + WS-LV-RECOVER.
       CALC-FINAL-PAY.
           MOVE  "N"           TO   WS-FINAL-PAID.
           MOVE  ZERO          TO   WS-PAID-DAYS.
           MOVE  ZERO          TO   WS-UNPAID-DAYS.
           MOVE  EMP-TERM-DATE(1:6)  TO   WS-TERM-PERIOD.
           IF WS-TERM-PERIOD < WS-PAY-PERIOD
              MOVE  WS-TERM-PERIOD TO   REG-PERIOD
              MOVE  EMP-CD         TO   REG-CD
              READ  PAY-REG KEY IS REG-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y"   TO   WS-FINAL-PAID
              END-READ
           END-IF.
           PERFORM SET-DAYS-IN-MONTH.
           IF WS-FINAL-PAID = "N"
              MOVE  1          TO   WS-START-DD
              MOVE  EMP-TERM-DATE(7:2)  TO   WS-END-DD
              IF EMP-ENT-DATE IS NUMERIC
                 MOVE  EMP-ENT-DATE(1:6)  TO   WS-CHK-PERIOD
                 IF WS-CHK-PERIOD = WS-TERM-PERIOD
                    MOVE  EMP-ENT-DATE(7:2)  TO   WS-START-DD
                 END-IF
              END-IF
              IF WS-END-DD < WS-START-DD
                 MOVE  ZERO    TO   WS-PAID-DAYS
              ELSE
                 COMPUTE WS-PAID-DAYS =
                         WS-END-DD - WS-START-DD + 1
              END-IF
              COMPUTE WS-FINAL-PAY ROUNDED =
                      EMP-SALARY / 12 * WS-PAID-DAYS / WS-DIM
              PERFORM DOCK-UNPAID-LEAVE
           END-IF.
       SET-DAYS-IN-MONTH.
           MOVE  WS-TERM-PERIOD(1:4)  TO   WS-NEXT-YYYY.
           MOVE  WS-TERM-PERIOD(5:2)  TO   WS-NEXT-MM.
           IF WS-NEXT-MM = 12
              MOVE  1          TO   WS-NEXT-MM
              ADD   1          TO   WS-NEXT-YYYY
           ELSE
              ADD   1          TO   WS-NEXT-MM
           END-IF.
           COMPUTE WS-NEXT-FIRST =
                   WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1.
           COMPUTE WS-EOM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1.
           COMPUTE WS-EOM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EOM-INT).
           MOVE  WS-EOM-DATE(7:2)  TO   WS-DIM.
       DOCK-UNPAID-LEAVE.
           IF WS-LV-OPEN = "Y"
              MOVE  "Y"        TO   WS-LV-FOUND
              MOVE  EMP-CD     TO   LV-CD
              MOVE  "U"        TO   LV-TYPE
              READ  LEAVE-FILE KEY IS LV-KEY
                INVALID KEY
                    MOVE "N"   TO   WS-LV-FOUND
              END-READ
              IF WS-LV-FOUND = "Y" AND LV-PERIOD = WS-TERM-PERIOD
                 MOVE  LV-PERIOD-DAYS  TO   WS-UNPAID-DAYS
              END-IF
           END-IF.
           IF WS-UNPAID-DAYS > ZERO
              COMPUTE WS-UNPAID-AMT ROUNDED =
                      WS-UNPAID-DAYS * WS-DAY-RATE
              IF WS-UNPAID-AMT > WS-FINAL-PAY
                 MOVE  WS-FINAL-PAY  TO   WS-UNPAID-AMT
              END-IF
              SUBTRACT WS-UNPAID-AMT FROM WS-FINAL-PAY
           END-IF.
       CALC-LEAVE-PAY.
           IF WS-LV-OPEN = "Y"
              MOVE  "Y"        TO   WS-LV-FOUND
              MOVE  EMP-CD     TO   LV-CD
              MOVE  "A"        TO   LV-TYPE
              READ  LEAVE-FILE KEY IS LV-KEY
                INVALID KEY
                    MOVE "N"   TO   WS-LV-FOUND
              END-READ
              IF WS-LV-FOUND = "Y"
                 MOVE  LV-BAL-DAYS     TO   WS-LV-DAYS
                 IF WS-LV-DAYS > ZERO
                    MOVE  WS-LV-DAYS   TO   WS-LV-ABS-DAYS
                    COMPUTE WS-LV-PAY ROUNDED =
                            WS-LV-ABS-DAYS * WS-DAY-RATE
                 END-IF
                 IF WS-LV-DAYS < ZERO
                    COMPUTE WS-LV-ABS-DAYS = ZERO - WS-LV-DAYS
                    COMPUTE WS-LV-RECOVER ROUNDED =
                            WS-LV-ABS-DAYS * WS-DAY-RATE
                 END-IF
                 IF WS-POSTING = "Y" AND LV-BAL-DAYS NOT = ZERO
                    MOVE  ZERO      TO   LV-BAL-DAYS
                    REWRITE LV-REC
                 END-IF
              END-IF
           END-IF.
       CALC-DEDUCTIONS.
           IF WS-DED-OPEN = "Y"
              MOVE  "N"        TO   WS-DED-SCAN-EOF
              MOVE  EMP-CD     TO   DED-CD
              MOVE  ZERO       TO   DED-PRIORITY
              START DED-FILE KEY IS >= DED-KEY
                INVALID KEY
                    MOVE "Y"   TO   WS-DED-SCAN-EOF
              END-START
              PERFORM UNTIL WS-DED-SCAN-EOF = "Y"
                READ DED-FILE NEXT
                EVALUATE DED-STS
                  WHEN "00"
                     IF DED-CD NOT = EMP-CD
                        MOVE "Y" TO WS-DED-SCAN-EOF
                     ELSE
                        PERFORM SETTLE-ONE-DEDUCTION
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-DED-SCAN-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       SETTLE-ONE-DEDUCTION.
           MOVE  ZERO          TO   WS-DED-AMOUNT.
           IF DED-TYPE = "LON"
              MOVE  DED-BALANCE   TO   WS-DED-AMOUNT
           ELSE
              IF WS-FINAL-PAY > ZERO
                 IF DED-PCT > ZERO
                    COMPUTE WS-DED-AMOUNT ROUNDED =
                            WS-FINAL-PAY * DED-PCT / 100
                 ELSE
                    MOVE  DED-AMT     TO   WS-DED-AMOUNT
                 END-IF
              END-IF
           END-IF.
           IF WS-DED-AMOUNT > WS-NET-AMT
              IF DED-TYPE = "LON"
                 COMPUTE WS-LOAN-SHORT = WS-LOAN-SHORT
                         + WS-DED-AMOUNT - WS-NET-AMT
              END-IF
              MOVE  WS-NET-AMT TO   WS-DED-AMOUNT
           END-IF.
           IF WS-DED-AMOUNT > ZERO
              SUBTRACT WS-DED-AMOUNT FROM WS-NET-AMT
              IF DED-TYPE = "LON"
                 ADD   WS-DED-AMOUNT  TO   WS-LOAN-TOTAL
                 IF WS-POSTING = "Y"
                    SUBTRACT WS-DED-AMOUNT FROM DED-BALANCE
                    REWRITE DED-REC
                 END-IF
              ELSE
                 ADD   WS-DED-AMOUNT  TO   WS-OTH-DED
              END-IF
           END-IF.
       PRINT-STATEMENT.
           PERFORM STATEMENT-LINE.
           MOVE  "*** Final Settlement Statement ***" TO WS-SPL-LINE.
           PERFORM STATEMENT-LINE.
           STRING  "Employee " EMP-CD " " EMP-NAME
                   "  Dept " EMP-DPT-CD "  Company " WS-CO-CD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM STATEMENT-LINE.
           STRING  "Joined " EMP-ENT-DATE "  Left " EMP-TERM-DATE
                   "  Settlement period " WS-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM STATEMENT-LINE.
           MOVE  EMP-SALARY    TO   DSP-AMT.
           MOVE  WS-DAY-RATE   TO   DSP-RATE.
           STRING  "Annual salary " DSP-AMT "  Daily rate " DSP-RATE
                   " (annual / 12 / 22)"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM STATEMENT-LINE.
           PERFORM STATEMENT-LINE.
           MOVE  "Earnings"    TO   WS-SPL-LINE.
           PERFORM STATEMENT-LINE.
           MOVE  SPACES        TO   DSP-STMT.
           IF WS-FINAL-PAID = "Y"
              STRING  "Final month paid in period " WS-TERM-PERIOD
                      DELIMITED BY SIZE INTO DSP-ST-LABEL
           ELSE
              STRING  "Final month salary (" WS-PAID-DAYS "/"
                      WS-DIM " days)"
                      DELIMITED BY SIZE INTO DSP-ST-LABEL
           END-IF.
           MOVE  WS-FINAL-PAY  TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           IF WS-UNPAID-DAYS > ZERO
              MOVE  WS-UNPAID-DAYS TO   DSP-DAYS
              STRING  "  after " DSP-DAYS " unpaid day(s) docked"
                      DELIMITED BY SIZE INTO DSP-ST-LABEL
              PERFORM STATEMENT-AMOUNT
           END-IF.
           MOVE  ZERO          TO   WS-LV-ABS-DAYS.
           IF WS-LV-DAYS > ZERO
              MOVE  WS-LV-DAYS TO   WS-LV-ABS-DAYS
           END-IF.
           MOVE  WS-LV-ABS-DAYS TO  DSP-DAYS.
           STRING  "Annual leave paid out (" DSP-DAYS " days)"
                   DELIMITED BY SIZE INTO DSP-ST-LABEL.
           MOVE  WS-LV-PAY     TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           MOVE  WK-NOTICE-DAYS TO  DSP-DAYS.
           STRING  "Notice pay in lieu (" DSP-DAYS " days)"
                   DELIMITED BY SIZE INTO DSP-ST-LABEL.
           MOVE  WS-NOTICE-PAY TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           PERFORM STATEMENT-RULE.
           MOVE  "Gross settlement" TO DSP-ST-LABEL.
           MOVE  WS-GROSS      TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           PERFORM STATEMENT-LINE.
           MOVE  "Deductions"  TO   WS-SPL-LINE.
           PERFORM STATEMENT-LINE.
           MOVE  "Tax"         TO   DSP-ST-LABEL.
           MOVE  WS-TAX-AMT    TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           MOVE  "Social insurance" TO DSP-ST-LABEL.
           MOVE  WS-SOC-AMT    TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           MOVE  "Loan balance recovered" TO DSP-ST-LABEL.
           MOVE  WS-LOAN-TOTAL TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           MOVE  "Other recurring deductions" TO DSP-ST-LABEL.
           MOVE  WS-OTH-DED    TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           MOVE  ZERO          TO   WS-LV-ABS-DAYS.
           IF WS-LV-DAYS < ZERO
              COMPUTE WS-LV-ABS-DAYS = ZERO - WS-LV-DAYS
           END-IF.
           MOVE  WS-LV-ABS-DAYS TO  DSP-DAYS.
           STRING  "Leave taken in advance (" DSP-DAYS " days)"
                   DELIMITED BY SIZE INTO DSP-ST-LABEL.
           MOVE  WS-LV-RECOVER TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           PERFORM STATEMENT-RULE.
           MOVE  "Net settlement payable" TO DSP-ST-LABEL.
           MOVE  WS-NET-AMT    TO   DSP-ST-AMT.
           PERFORM STATEMENT-AMOUNT.
           IF WS-LOAN-SHORT > ZERO
              PERFORM STATEMENT-LINE
              MOVE  WS-LOAN-SHORT  TO   DSP-AMT
              STRING  "*** Loan balance not covered by the settlement: "
                      DSP-AMT " - remains on EMPDEDUCT ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM STATEMENT-LINE
           END-IF.
       STATEMENT-AMOUNT.
           MOVE  DSP-STMT      TO   WS-SPL-LINE.
           PERFORM STATEMENT-LINE.
           MOVE  SPACES        TO   DSP-STMT.
       STATEMENT-RULE.
           MOVE  SPACES        TO   DSP-STMT.
           MOVE  ALL "-"       TO   DSP-STMT(44:12).
           PERFORM STATEMENT-AMOUNT.
       STATEMENT-LINE.
           DISPLAY WS-SPL-LINE(1:80).
           PERFORM SPOOL-LINE.
       SAVE-SETTLEMENT.
           MOVE  EMP-CD          TO   STL-CD.
           MOVE  WS-PAY-PERIOD   TO   STL-PERIOD.
           PERFORM MOVE-SETTLE-FIELDS.
           MOVE  WS-OPR-ID       TO   STL-MAKER.
           MOVE  FUNCTION CURRENT-DATE  TO   STL-MAKER-TS.
           MOVE  "H"             TO   STL-STATUS.
           MOVE  SPACES          TO   STL-CHECKER.
           MOVE  ZERO            TO   STL-DECIDED.
           WRITE STL-REC
             INVALID KEY
                REWRITE STL-REC
           END-WRITE.
           IF STL-STS = ZERO
              DISPLAY "Settlement for " EMP-CD " held for approval"
                      " by another operator."
           ELSE
              DISPLAY "PAYSETL write failed for " EMP-CD
                      ", status " STL-STS
           END-IF.
       MOVE-SETTLE-FIELDS.
           MOVE  EMP-TERM-DATE   TO   STL-TERM-DATE.
           MOVE  WS-CO-CD        TO   STL-CO-CD.
           MOVE  EMP-SALARY      TO   STL-SALARY.
           MOVE  WS-PAID-DAYS    TO   STL-PAID-DAYS.
           MOVE  WS-DIM          TO   STL-DIM.
           MOVE  WS-FINAL-PAY    TO   STL-FINAL-PAY.
           MOVE  WS-LV-DAYS      TO   STL-LV-DAYS.
           MOVE  WS-LV-PAY       TO   STL-LV-PAY.
           MOVE  WK-NOTICE-DAYS  TO   STL-NOTICE-DAYS.
           MOVE  WS-NOTICE-PAY   TO   STL-NOTICE-PAY.
           MOVE  WS-GROSS        TO   STL-GROSS.
           MOVE  WS-TAX-AMT      TO   STL-TAX.
           MOVE  WS-SOC-AMT      TO   STL-SOC.
           MOVE  WS-LOAN-TOTAL   TO   STL-LOAN.
           MOVE  WS-LOAN-SHORT   TO   STL-LOAN-SHORT.
           MOVE  WS-OTH-DED      TO   STL-OTH-DED.
           MOVE  WS-LV-RECOVER   TO   STL-LV-RECOVER.
           MOVE  WS-NET-AMT      TO   STL-NET.
       REVIEW-HELD-SETTLEMENTS.
           MOVE  "N"           TO   WS-STL-EOF.
           MOVE  LOW-VALUES    TO   STL-CD.
           MOVE  ZERO          TO   STL-PERIOD.
           START STL-FILE KEY IS >= STL-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-STL-EOF
           END-START.
           PERFORM UNTIL WS-STL-EOF = "Y"
             READ STL-FILE NEXT
             EVALUATE STL-STS
               WHEN "00"
                  IF STL-STATUS = "H"
                     ADD  1 TO WS-SEEN-COUNT
                     PERFORM REVIEW-ONE-SETTLEMENT
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-STL-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading PAYSETL, status "
                          STL-STS " - contact support"
                  MOVE "Y" TO WS-STL-EOF
             END-EVALUATE
           END-PERFORM.
       REVIEW-ONE-SETTLEMENT.
           DISPLAY " ".
           DISPLAY "Settlement " STL-CD "  period " STL-PERIOD
                   "  left " STL-TERM-DATE.
           MOVE  STL-GROSS     TO   DSP-AMT.
           MOVE  STL-NET       TO   DSP-NET.
           DISPLAY "  Gross " DSP-AMT "   Net payable " DSP-NET.
           DISPLAY "  Calculated by " STL-MAKER " on "
                   STL-MAKER-TS(1:8) " " STL-MAKER-TS(9:4).
           IF STL-MAKER = WS-OPR-ID
              DISPLAY "  Calculated by you - another operator must"
                      " decide this settlement."
           ELSE
              DISPLAY "[A]pprove  [R]eject  [S]kip  [Q]uit: "
                      NO ADVANCING
              ACCEPT  WK-CMD
              MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
              EVALUATE WK-CMD
                WHEN "A"
                   PERFORM APPROVE-SETTLEMENT
                WHEN "R"
                   PERFORM REJECT-SETTLEMENT
                WHEN "Q"
                   MOVE "Y" TO WS-STL-EOF
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
       APPROVE-SETTLEMENT.
           MOVE  "Y"           TO   WS-APPLY-OK.
           IF STL-PERIOD NOT = WS-PAY-PERIOD
              DISPLAY "Calculated for period " STL-PERIOD
                      " - reject and recalculate"
              MOVE "N"         TO   WS-APPLY-OK
           ELSE
              MOVE  STL-CD     TO   EMP-CD
              READ  EMP-FILE KEY IS EMP-CD
                INVALID KEY
                    DISPLAY "Employee " STL-CD " no longer on file"
                            " - reject this settlement"
                    MOVE "N"   TO   WS-APPLY-OK
              END-READ
           END-IF.
           IF WS-APPLY-OK = "Y"
              IF EMP-STATUS NOT = "T"
                 OR EMP-TERM-DATE NOT = STL-TERM-DATE
                 DISPLAY "Employee has been reinstated or the"
                         " leaving date changed - reject this"
                         " settlement"
                 MOVE "N"      TO   WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
              MOVE  STL-NOTICE-DAYS TO   WK-NOTICE-DAYS
              MOVE  "N"             TO   WS-POSTING
              PERFORM CALC-SETTLEMENT
              IF WS-GROSS NOT = STL-GROSS
                 OR WS-NET-AMT NOT = STL-NET
                 DISPLAY "Leave, loan or pay details changed since"
                         " the calculation - reject and recalculate"
                 MOVE "N"      TO   WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
              PERFORM WRITE-SETTLE-REG
           END-IF.
           IF WS-APPLY-OK = "Y"
              MOVE  "Y"        TO   WS-POSTING
              PERFORM CALC-SETTLEMENT
              MOVE  "A"        TO   STL-STATUS
              MOVE  WS-OPR-ID  TO   STL-CHECKER
              MOVE  WS-TODAY   TO   STL-DECIDED
              REWRITE STL-REC
              ADD   1          TO   WS-APPROVED-COUNT
              PERFORM PRINT-STATEMENT
              STRING  "Approved by " WS-OPR-ID " on " WS-TODAY
                      " - calculated by " STL-MAKER
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM STATEMENT-LINE
              DISPLAY "Settlement for " STL-CD " approved and posted"
                      " to PAYREG period " WS-PAY-PERIOD "."
           END-IF.
       WRITE-SETTLE-REG.
           MOVE  WS-PAY-PERIOD   TO   REG-PERIOD.
           MOVE  EMP-CD          TO   REG-CD.
           MOVE  WS-GROSS        TO   REG-GROSS.
           MOVE  WS-TAX-AMT      TO   REG-TAX.
           MOVE  WS-SOC-AMT      TO   REG-SOC.
           MOVE  WS-DED-TOTAL    TO   REG-DED.
           MOVE  WS-NET-AMT      TO   REG-NET.
           MOVE  SPACES          TO   REG-XFER-STATUS.
           MOVE  SPACES          TO   REG-RTN-REASON.
           MOVE  ZERO            TO   REG-PEN-EE.
           MOVE  ZERO            TO   REG-PEN-ER.
           MOVE  ZERO            TO   REG-EXPENSES.
           MOVE  WS-CO-CD        TO   REG-CO-CD.
           WRITE REG-REC
             INVALID KEY
                DISPLAY "PAYREG already holds " EMP-CD " for period "
                        WS-PAY-PERIOD " - settlement left held,"
                        " reject it and recalculate it in the next"
                        " open period"
                MOVE "N"      TO   WS-APPLY-OK
           END-WRITE.
       REJECT-SETTLEMENT.
           MOVE  "R"           TO   STL-STATUS.
           MOVE  WS-OPR-ID     TO   STL-CHECKER.
           MOVE  WS-TODAY      TO   STL-DECIDED.
           REWRITE STL-REC.
           ADD   1             TO   WS-REJECTED-COUNT.
           DISPLAY "Settlement for " STL-CD " rejected.".
       LIST-SETTLEMENTS.
           MOVE  "N"           TO   WS-STL-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           DISPLAY "ID   Period S         Gross   Net payable"
                   " Maker    Checker".
           MOVE  LOW-VALUES    TO   STL-CD.
           MOVE  ZERO          TO   STL-PERIOD.
           START STL-FILE KEY IS >= STL-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-STL-EOF
           END-START.
           PERFORM UNTIL WS-STL-EOF = "Y"
             READ STL-FILE NEXT
             EVALUATE STL-STS
               WHEN "00"
                  MOVE  STL-GROSS  TO   DSP-AMT
                  MOVE  STL-NET    TO   DSP-NET
                  DISPLAY STL-CD " " STL-PERIOD " " STL-STATUS " "
                          DSP-AMT " " DSP-NET " " STL-MAKER " "
                          STL-CHECKER
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-STL-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY "=== " WS-LIST-COUNT " settlement(s) on file ===".
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

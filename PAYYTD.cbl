       FILE-CONTROL.
           COPY REGSEL.
           COPY YTDSEL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY ADJSEL.
           COPY SRGSEL.
           COPY ASLSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY REGREC.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  ADJ-FILE.
           COPY ADJREC.
       FD  SRG-FILE.
           COPY SRGREC.
       FD  ASL-FILE.
           COPY ASLREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  REG-STS            PIC  9(02).
       01  YTD-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  ADJ-STS            PIC  9(02).
       01  SRG-STS            PIC  9(02).
       01  ASL-STS            PIC  9(02).
       01  WS-ASL-OPEN        PIC  X      VALUE "N".
       01  WS-ASL-FOUND       PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-CUR-CO          PIC  X(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-TO-PERIOD       PIC  9(06).
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-YTD-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-ADJ-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-ADJ-EOF         PIC  X      VALUE "N".
       01  WS-SUP-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-SETL-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-AJ-PERIOD       PIC  9(06).
       01  WS-AJ-CD           PIC  X(04).
       01  WS-AJ-GROSS        PIC S9(07)V99.
       01  WS-AJ-TAX          PIC S9(07)V99.
       01  WS-AJ-SOC          PIC S9(07)V99.
       01  WS-AJ-NET          PIC S9(07)V99.
       01  WS-IDX             PIC  9(04)  VALUE ZERO.
       01  WS-ACC-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-ACC-FOUND       PIC  X      VALUE "N".
       01  WS-ACC-TABLE.
           03  WS-ACC-ENTRY   OCCURS 5000 TIMES
                               INDEXED BY WS-ACC-IX.
               05  WS-ACC-CO       PIC X(02).
               05  WS-ACC-CD       PIC X(04).
               05  WS-ACC-GROSS    PIC 9(09)V99.
               05  WS-ACC-TAX      PIC 9(09)V99.
               05  WS-ACC-SOC      PIC 9(09)V99.
               05  WS-ACC-DED      PIC 9(09)V99.
               05  WS-ACC-NET      PIC 9(09)V99.
               05  WS-ACC-PEN-EE   PIC 9(09)V99.
               05  WS-ACC-EXPENSES PIC 9(09)V99.
               05  WS-ACC-PERIODS  PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-YTD-COUNT.
           MOVE  ZERO          TO   WS-ADJ-COUNT.
           MOVE  ZERO          TO   WS-SUP-COUNT.
           MOVE  ZERO          TO   WS-SETL-COUNT.
           MOVE  ZERO          TO   WS-ACC-MAX.
           DISPLAY "*** Year-To-Date Earnings Accumulation ***".
           PERFORM WRITE-RUNLOG-START.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                PERFORM OPEN-LOOKUP-FILES
                PERFORM ACCUMULATE-YEAR
                PERFORM ACCUMULATE-SUPPLEMENTARY
                PERFORM APPLY-ADJUSTMENTS
                PERFORM APPLY-SETTLED-ADJUSTMENTS
                CLOSE PAY-REG
                IF WS-EMP-OPEN = "Y"
                   CLOSE EMP-FILE
                END-IF
                IF WS-DEPT-OPEN = "Y"
                   CLOSE DEPT-FILE
                END-IF
                IF WS-ASL-OPEN = "Y"
                   CLOSE ASL-FILE
                END-IF
                IF WS-ACC-MAX > ZERO
                   PERFORM WRITE-YTD-RECS
                ELSE
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           GOBACK.
       OPEN-LOOKUP-FILES.
           MOVE  "N"           TO   WS-EMP-OPEN.
           MOVE  "N"           TO   WS-DEPT-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = ZERO
              MOVE "Y"         TO   WS-EMP-OPEN
           END-IF.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = ZERO
              MOVE "Y"         TO   WS-DEPT-OPEN
           END-IF.
           MOVE  "N"           TO   WS-ASL-OPEN.
           OPEN  INPUT ASL-FILE.
           EVALUATE ASL-STS
             WHEN "00"
                MOVE "Y"       TO   WS-ASL-OPEN
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "ADJSETL open failed, status " ASL-STS
                        " - settled differences not applied"
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       GET-REG-COMPANY.
           MOVE  REG-CO-CD     TO   WS-CUR-CO.
           IF WS-CUR-CO = SPACES
              AND WS-EMP-OPEN = "Y" AND WS-DEPT-OPEN = "Y"
              MOVE  REG-CD         TO   EMP-CD
              READ  EMP-FILE KEY IS    EMP-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  EMP-DPT-CD   TO   DEPT-CD
                    READ  DEPT-FILE KEY IS   DEPT-CD
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE  DEPT-CO-CD  TO   WS-CUR-CO
                    END-READ
              END-READ
           END-IF.
       ACCUMULATE-YEAR.
           MOVE  WS-FROM-PERIOD  TO   REG-PERIOD.
           MOVE  LOW-VALUES      TO   REG-CD.
             END-EVALUATE
           END-PERFORM.
       ACCUMULATE-ONE-REC.
           PERFORM GET-REG-COMPANY.
           MOVE  "N"           TO   WS-ACC-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ACC-MAX
                        OR WS-ACC-FOUND = "Y"
              SET  WS-ACC-IX TO WS-IDX
              IF WS-ACC-CD(WS-ACC-IX) = REG-CD
                 AND WS-ACC-CO(WS-ACC-IX) = WS-CUR-CO
                 MOVE "Y" TO WS-ACC-FOUND
              END-IF
           END-PERFORM.
              ADD  1 TO WS-ACC-MAX
              SET  WS-ACC-IX TO WS-ACC-MAX
              MOVE REG-CD TO WS-ACC-CD(WS-ACC-IX)
              MOVE WS-CUR-CO TO WS-ACC-CO(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-GROSS(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-TAX(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-SOC(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-DED(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-NET(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-PEN-EE(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-EXPENSES(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-PERIODS(WS-ACC-IX)
              MOVE "Y"    TO WS-ACC-FOUND
           END-IF.
              ADD  REG-SOC    TO   WS-ACC-SOC(WS-ACC-IX)
              ADD  REG-DED    TO   WS-ACC-DED(WS-ACC-IX)
              ADD  REG-NET    TO   WS-ACC-NET(WS-ACC-IX)
              ADD  REG-PEN-EE TO   WS-ACC-PEN-EE(WS-ACC-IX)
              ADD  REG-EXPENSES TO WS-ACC-EXPENSES(WS-ACC-IX)
              ADD  1          TO   WS-ACC-PERIODS(WS-ACC-IX)
           ELSE
              DISPLAY "YTD accumulator table full - employee "
                      REG-CD " dropped, contact support"
              MOVE "N" TO WS-RUN-OK
           END-IF.
       ACCUMULATE-SUPPLEMENTARY.
           OPEN  INPUT SRG-FILE.
           EVALUATE SRG-STS
             WHEN "00"
                MOVE  "N"             TO   WS-EOF
                MOVE  WS-FROM-PERIOD  TO   SRG-PERIOD
                MOVE  ZERO            TO   SRG-RUN
                MOVE  LOW-VALUES      TO   SRG-CD
                START SRG-FILE KEY IS >= SRG-KEY
                  INVALID KEY
                      MOVE "Y"        TO   WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = "Y"
                  READ SRG-FILE NEXT
                  EVALUATE SRG-STS
                    WHEN "00"
                       IF SRG-PERIOD > WS-TO-PERIOD
                          MOVE "Y" TO WS-EOF
                       ELSE
                          ADD  1 TO WS-READ-COUNT
                          PERFORM ACCUMULATE-ONE-SUPP
                       END-IF
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       DISPLAY "I-O error reading PAYSUPREG, status "
                               SRG-STS " - contact support"
                       MOVE "N" TO WS-RUN-OK
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SRG-FILE
                IF WS-SUP-COUNT > ZERO
                   DISPLAY "Included " WS-SUP-COUNT
                           " supplementary payment(s) for year "
                           WK-YEAR
                END-IF
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "PAYSUPREG open failed, status " SRG-STS
                        " - supplementary runs not included"
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       ACCUMULATE-ONE-SUPP.
           MOVE  SRG-CO-CD     TO   WS-CUR-CO.
           MOVE  "N"           TO   WS-ACC-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ACC-MAX
                        OR WS-ACC-FOUND = "Y"
              SET  WS-ACC-IX TO WS-IDX
              IF WS-ACC-CD(WS-ACC-IX) = SRG-CD
                 AND WS-ACC-CO(WS-ACC-IX) = WS-CUR-CO
                 MOVE "Y" TO WS-ACC-FOUND
              END-IF
           END-PERFORM.
           IF WS-ACC-FOUND = "N" AND WS-ACC-MAX < 5000
              ADD  1 TO WS-ACC-MAX
              SET  WS-ACC-IX TO WS-ACC-MAX
              MOVE SRG-CD TO WS-ACC-CD(WS-ACC-IX)
              MOVE WS-CUR-CO TO WS-ACC-CO(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-GROSS(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-TAX(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-SOC(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-DED(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-NET(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-PEN-EE(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-EXPENSES(WS-ACC-IX)
              MOVE ZERO   TO WS-ACC-PERIODS(WS-ACC-IX)
              MOVE "Y"    TO WS-ACC-FOUND
           END-IF.
           IF WS-ACC-FOUND = "Y"
              COMPUTE WS-ACC-GROSS(WS-ACC-IX) =
                      WS-ACC-GROSS(WS-ACC-IX)
                      + SRG-GROSS - SRG-ADJ-GROSS
              COMPUTE WS-ACC-TAX(WS-ACC-IX) =
                      WS-ACC-TAX(WS-ACC-IX)
                      + SRG-TAX - SRG-ADJ-TAX
              COMPUTE WS-ACC-SOC(WS-ACC-IX) =
                      WS-ACC-SOC(WS-ACC-IX)
                      + SRG-SOC - SRG-ADJ-SOC
              COMPUTE WS-ACC-NET(WS-ACC-IX) =
                      WS-ACC-NET(WS-ACC-IX)
                      + SRG-NET - SRG-ADJ-NET
              ADD  1          TO   WS-SUP-COUNT
           ELSE
              DISPLAY "YTD accumulator table full - employee "
                      SRG-CD " dropped, contact support"
              MOVE "N" TO WS-RUN-OK
           END-IF.
       APPLY-ADJUSTMENTS.
           MOVE  "N"           TO   WS-ADJ-EOF.
           OPEN  INPUT ADJ-FILE.
           EVALUATE ADJ-STS
             WHEN "00"
                PERFORM UNTIL WS-ADJ-EOF = "Y"
                  READ ADJ-FILE NEXT
                  EVALUATE ADJ-STS
                    WHEN "00"
                       IF ADJ-PERIOD >= WS-FROM-PERIOD
                          AND ADJ-PERIOD <= WS-TO-PERIOD
                          PERFORM CHECK-ADJ-SETTLED
                          IF WS-ASL-FOUND = "N"
                             MOVE  ADJ-PERIOD     TO   WS-AJ-PERIOD
                             MOVE  ADJ-CD         TO   WS-AJ-CD
                             MOVE  ADJ-GROSS-DIFF TO   WS-AJ-GROSS
                             MOVE  ADJ-TAX-DIFF   TO   WS-AJ-TAX
                             MOVE  ADJ-SOC-DIFF   TO   WS-AJ-SOC
                             MOVE  ADJ-NET-DIFF   TO   WS-AJ-NET
                             PERFORM APPLY-ONE-ADJUSTMENT
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-ADJ-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ADJ-FILE
                IF WS-ADJ-COUNT > ZERO
                   DISPLAY "Applied " WS-ADJ-COUNT
                           " PAYADJ difference(s) for year " WK-YEAR
                END-IF
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "PAYADJ open failed, status " ADJ-STS
                        " - adjustments not applied"
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
       CHECK-ADJ-SETTLED.
           MOVE  "N"           TO   WS-ASL-FOUND.
           IF WS-ASL-OPEN = "Y"
              MOVE  ADJ-PERIOD    TO   ASL-PERIOD
              MOVE  ADJ-CD        TO   ASL-CD
              READ  ASL-FILE KEY IS  ASL-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y"      TO   WS-ASL-FOUND
                    IF ASL-NET-DIFF NOT = ADJ-NET-DIFF
                       OR ASL-GROSS-DIFF NOT = ADJ-GROSS-DIFF
                       DISPLAY "PAYADJ difference for " ADJ-CD
                               " period " ADJ-PERIOD
                               " differs from the settled amount"
                               " - settled amount used"
                    END-IF
              END-READ
           END-IF.
       APPLY-SETTLED-ADJUSTMENTS.
           IF WS-ASL-OPEN = "Y"
              MOVE  "N"             TO   WS-ADJ-EOF
              MOVE  WS-FROM-PERIOD  TO   ASL-PERIOD
              MOVE  LOW-VALUES      TO   ASL-CD
              START ASL-FILE KEY IS >= ASL-KEY
                INVALID KEY
                    MOVE "Y"        TO   WS-ADJ-EOF
              END-START
              PERFORM UNTIL WS-ADJ-EOF = "Y"
                READ ASL-FILE NEXT
                EVALUATE ASL-STS
                  WHEN "00"
                     IF ASL-PERIOD > WS-TO-PERIOD
                        MOVE "Y" TO WS-ADJ-EOF
                     ELSE
                        MOVE  ASL-PERIOD     TO   WS-AJ-PERIOD
                        MOVE  ASL-CD         TO   WS-AJ-CD
                        MOVE  ASL-GROSS-DIFF TO   WS-AJ-GROSS
                        MOVE  ASL-TAX-DIFF   TO   WS-AJ-TAX
                        MOVE  ASL-SOC-DIFF   TO   WS-AJ-SOC
                        MOVE  ASL-NET-DIFF   TO   WS-AJ-NET
                        PERFORM APPLY-ONE-ADJUSTMENT
                        ADD  1 TO WS-SETL-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-ADJ-EOF
                END-EVALUATE
              END-PERFORM
              IF WS-SETL-COUNT > ZERO
                 DISPLAY "Applied " WS-SETL-COUNT
                         " settled difference(s) from ADJSETL for year "
                         WK-YEAR
              END-IF
           END-IF.
       APPLY-ONE-ADJUSTMENT.
           MOVE  WS-AJ-PERIOD  TO   REG-PERIOD.
           MOVE  WS-AJ-CD      TO   REG-CD.
           READ  PAY-REG KEY IS   REG-KEY
             INVALID KEY
                 DISPLAY "PAYADJ difference for " WS-AJ-CD " period "
                         WS-AJ-PERIOD
                         " has no register record - skipped"
                 MOVE "N" TO WS-ACC-FOUND
             NOT INVALID KEY
                 PERFORM GET-REG-COMPANY
                 MOVE "N" TO WS-ACC-FOUND
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-ACC-MAX
                              OR WS-ACC-FOUND = "Y"
                    SET  WS-ACC-IX TO WS-IDX
                    IF WS-ACC-CD(WS-ACC-IX) = REG-CD
                       AND WS-ACC-CO(WS-ACC-IX) = WS-CUR-CO
                       MOVE "Y" TO WS-ACC-FOUND
                    END-IF
                 END-PERFORM
           END-READ.
           IF WS-ACC-FOUND = "Y"
              ADD  WS-AJ-GROSS    TO   WS-ACC-GROSS(WS-ACC-IX)
              ADD  WS-AJ-TAX      TO   WS-ACC-TAX(WS-ACC-IX)
              ADD  WS-AJ-SOC      TO   WS-ACC-SOC(WS-ACC-IX)
              ADD  WS-AJ-NET      TO   WS-ACC-NET(WS-ACC-IX)
              ADD  1              TO   WS-ADJ-COUNT
           END-IF.
       WRITE-YTD-RECS.
           OPEN  I-O YTD-FILE.
           IF YTD-STS = 35
                        UNTIL WS-IDX > WS-ACC-MAX
                 SET  WS-ACC-IX TO WS-IDX
                 MOVE  WK-YEAR                   TO   YTD-YEAR
                 MOVE  WS-ACC-CO(WS-ACC-IX)      TO   YTD-CO-CD
                 MOVE  WS-ACC-CD(WS-ACC-IX)      TO   YTD-CD
                 MOVE  WS-ACC-GROSS(WS-ACC-IX)   TO   YTD-GROSS
                 MOVE  WS-ACC-TAX(WS-ACC-IX)     TO   YTD-TAX
                 MOVE  WS-ACC-SOC(WS-ACC-IX)     TO   YTD-SOC
                 MOVE  WS-ACC-DED(WS-ACC-IX)     TO   YTD-DED
                 MOVE  WS-ACC-NET(WS-ACC-IX)     TO   YTD-NET
                 MOVE  WS-ACC-PEN-EE(WS-ACC-IX)  TO   YTD-PEN-EE
                 MOVE  WS-ACC-EXPENSES(WS-ACC-IX)
                                                 TO   YTD-EXPENSES
                 MOVE  WS-ACC-PERIODS(WS-ACC-IX) TO   YTD-PERIODS
                 WRITE YTD-REC
                   INVALID KEY

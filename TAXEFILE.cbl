       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY YTDSEL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY CONSEL.
           COPY COSEL.
           COPY REGSEL.
           COPY ADJSEL.
           COPY SRGSEL.
           COPY ASLSEL.
           COPY TXFSEL.
           SELECT TAX-RETURN ASSIGN TO "TAXRETURN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  RET-STS.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  CON-FILE.
           COPY CONREC.
       FD  CO-FILE.
           COPY COREC.
       FD  PAY-REG.
           COPY REGREC.
       FD  ADJ-FILE.
           COPY ADJREC.
       FD  SRG-FILE.
           COPY SRGREC.
       FD  ASL-FILE.
           COPY ASLREC.
       FD  TXF-FILE.
           COPY TXFREC.
       FD  TAX-RETURN.
       01  RET-REC               PIC X(160).
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  YTD-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  CON-STS            PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  REG-STS            PIC  9(02).
       01  ADJ-STS            PIC  9(02).
       01  SRG-STS            PIC  9(02).
       01  ASL-STS            PIC  9(02).
       01  TXF-STS            PIC  9(02).
       01  RET-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-FILES-OK        PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-ADJ-EOF         PIC  X      VALUE "N".
       01  WS-ASL-OPEN        PIC  X      VALUE "N".
       01  WS-ASL-FOUND       PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-CON-OPEN        PIC  X      VALUE "N".
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-REG-OPEN        PIC  X      VALUE "N".
       01  WS-TXF-OPEN        PIC  X      VALUE "N".
       01  WS-RET-OPEN        PIC  X      VALUE "N".
       01  WS-HDR-OPEN        PIC  X      VALUE "N".
       01  WS-FILED           PIC  X      VALUE "N".
       01  WS-INCLUDE         PIC  X      VALUE "N".
       01  WS-TXF-FOUND       PIC  X      VALUE "N".
       01  WS-CUR-CO          PIC  X(02).
       01  WS-PREV-CO         PIC  X(02).
       01  WS-TODAY           PIC  9(08).
       01  WK-YEAR            PIC  9(04).
       01  WK-TYPE            PIC  X(01).
       01  WS-FROM-PERIOD     PIC  9(06).
       01  WS-TO-PERIOD       PIC  9(06).
       01  WS-MM              PIC  9(02).
       01  WS-EXP-TAX         PIC S9(09)V99.
       01  WS-IDX             PIC  9(04)  VALUE ZERO.
       01  WS-ADJ-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-ADJ-TABLE.
           03  WS-ADJ-ENTRY   OCCURS 2000 TIMES
                               INDEXED BY WS-ADJ-IX.
               05  WS-ADJ-CD       PIC X(04).
               05  WS-ADJ-PERIOD   PIC 9(06).
               05  WS-ADJ-TAX      PIC S9(07)V99.
       01  WS-SUP-MAX         PIC  9(04)  VALUE ZERO.
       01  WS-SUP-TABLE.
           03  WS-SUP-ENTRY   OCCURS 2000 TIMES
                               INDEXED BY WS-SUP-IX.
               05  WS-SUP-CD       PIC X(04).
               05  WS-SUP-CO       PIC X(02).
               05  WS-SUP-PERIOD   PIC 9(06).
               05  WS-SUP-TAX      PIC S9(07)V99.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-OOB-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-DTL-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-NOADDR-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-CO-COUNT        PIC  9(06)  VALUE ZERO.
       01  WS-CO-GROSS        PIC  9(11)V99  VALUE ZERO.
       01  WS-CO-TAX          PIC  9(11)V99  VALUE ZERO.
       01  WS-TOT-GROSS       PIC  9(11)V99  VALUE ZERO.
       01  WS-TOT-TAX         PIC  9(11)V99  VALUE ZERO.
       01  DSP-AMT            PIC  ---,---,--9.99.
       01  DSP-AMT2           PIC  ---,---,--9.99.
       01  WS-HDR-REC.
           03  WS-HDR-ID      PIC X(01)  VALUE "H".
           03  WS-HDR-TYPE    PIC X(01).
           03  WS-HDR-YEAR    PIC 9(04).
           03  WS-HDR-TAX-REF PIC X(10).
           03  WS-HDR-NAME    PIC X(25).
           03  WS-HDR-CO      PIC X(02).
           03  WS-HDR-DATE    PIC 9(08).
       01  WS-DTL-REC.
           03  WS-DTL-ID      PIC X(01)  VALUE "D".
           03  WS-DTL-CD      PIC X(04).
           03  WS-DTL-NAME    PIC X(20).
           03  WS-DTL-BIRTH   PIC 9(08).
           03  WS-DTL-ADDR1   PIC X(30).
           03  WS-DTL-ADDR2   PIC X(30).
           03  WS-DTL-GROSS   PIC 9(09)V99.
           03  WS-DTL-TAX     PIC 9(09)V99.
           03  WS-DTL-SOC     PIC 9(09)V99.
           03  WS-DTL-PERIODS PIC 9(02).
           03  WS-DTL-AMEND   PIC X(01).
           03  WS-DTL-PRV-GROSS PIC 9(09)V99.
           03  WS-DTL-PRV-TAX PIC 9(09)V99.
           03  WS-DTL-AMEND-NO PIC 9(02).
       01  WS-TRL-REC.
           03  WS-TRL-ID      PIC X(01)  VALUE "T".
           03  WS-TRL-CO      PIC X(02).
           03  WS-TRL-COUNT   PIC 9(06).
           03  WS-TRL-GROSS   PIC 9(11)V99.
           03  WS-TRL-TAX     PIC 9(11)V99.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "TAXEFILE".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-OOB-COUNT.
           MOVE  ZERO          TO   WS-DTL-COUNT.
           MOVE  ZERO          TO   WS-NOADDR-COUNT.
           MOVE  ZERO          TO   WS-TOT-GROSS.
           MOVE  ZERO          TO   WS-TOT-TAX.
           MOVE  ZERO          TO   WS-ADJ-MAX.
           MOVE  ZERO          TO   WS-SUP-MAX.
           PERFORM SPOOL-OPEN.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              STRING  "Not authorized - inquiry-only operator."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              PERFORM RUN-YEAR-END-FILING
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       RUN-YEAR-END-FILING.
           STRING  "*** Year-End Tax Return Electronic Filing ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Tax year (YYYY, blank = last year): "
                   NO ADVANCING.
           ACCEPT  WK-YEAR.
           IF WK-YEAR = ZERO
              MOVE  WS-TODAY(1:4)  TO   WK-YEAR
              SUBTRACT 1 FROM WK-YEAR
           END-IF.
           DISPLAY "Return type O = original, A = amended"
                   " (blank = O): " NO ADVANCING.
           ACCEPT  WK-TYPE.
           MOVE FUNCTION UPPER-CASE(WK-TYPE) TO WK-TYPE.
           IF WK-TYPE = SPACE
              MOVE  "O"            TO   WK-TYPE
           END-IF.
           STRING  "Tax year " WK-YEAR " type " WK-TYPE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           COMPUTE WS-FROM-PERIOD = WK-YEAR * 100 + 1.
           COMPUTE WS-TO-PERIOD   = WK-YEAR * 100 + 12.
           IF WK-TYPE NOT = "O" AND WK-TYPE NOT = "A"
              STRING  "Return type must be O or A - run abandoned."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           ELSE
              OPEN  INPUT YTD-FILE
              EVALUATE YTD-STS
                WHEN "00"
                   PERFORM OPEN-FILING-FILES
                   IF WS-FILES-OK = "Y"
                      PERFORM LOAD-ADJUSTMENTS
                      PERFORM LOAD-SUPPLEMENTARY
                      PERFORM RECONCILE-YEAR
                      IF WS-OOB-COUNT > ZERO
                         PERFORM SPOOL-LINE
                         STRING  "=== " WS-OOB-COUNT
                                 " reconciliation exception(s) for"
                                 " year " WK-YEAR " ==="
                                 DELIMITED BY SIZE INTO WS-SPL-LINE
                         PERFORM SPOOL-LINE
                         STRING  "=== Return NOT produced - correct"
                                 " and rerun PAYYTD first ==="
                                 DELIMITED BY SIZE INTO WS-SPL-LINE
                         PERFORM SPOOL-LINE
                         MOVE "N" TO WS-RUN-OK
                      ELSE
                         STRING  "YTD tax reconciled to PAYREG,"
                                 " PAYADJ and PAYSUPREG for "
                                 WS-READ-COUNT
                                 " employee record(s)"
                                 DELIMITED BY SIZE INTO WS-SPL-LINE
                         PERFORM SPOOL-LINE
                         PERFORM CHECK-FILED-STATUS
                         IF WS-RUN-OK = "Y"
                            PERFORM BUILD-RETURN
                         END-IF
                      END-IF
                   ELSE
                      MOVE "N" TO WS-RUN-OK
                   END-IF
                   PERFORM CLOSE-FILING-FILES
                   CLOSE YTD-FILE
                WHEN "35"
                   STRING  "PAYYTD not found - run PAYYTD first"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
                WHEN OTHER
                   STRING  "PAYYTD open failed, status " YTD-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-EVALUATE
           END-IF.
           PERFORM WRITE-RUNLOG-END.
       OPEN-FILING-FILES.
           MOVE  "Y"           TO   WS-FILES-OK.
           MOVE  "N"           TO   WS-EMP-OPEN.
           MOVE  "N"           TO   WS-DEPT-OPEN.
           MOVE  "N"           TO   WS-CON-OPEN.
           MOVE  "N"           TO   WS-CO-OPEN.
           MOVE  "N"           TO   WS-REG-OPEN.
           MOVE  "N"           TO   WS-TXF-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = ZERO
              MOVE "Y" TO WS-EMP-OPEN
           ELSE
              STRING  "EMP-FILE open failed, status " EMP-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-FILES-OK
           END-IF.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                MOVE "Y" TO WS-REG-OPEN
             WHEN "35"
                STRING  "PAYREG not found - cannot reconcile tax"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-FILES-OK
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-FILES-OK
           END-EVALUATE.
           OPEN  I-O TXF-FILE.
           IF TXF-STS = 35
              OPEN  OUTPUT TXF-FILE
              CLOSE TXF-FILE
              OPEN  I-O TXF-FILE
           END-IF.
           IF TXF-STS = ZERO
              MOVE "Y" TO WS-TXF-OPEN
           ELSE
              STRING  "TAXFILED open failed, status " TXF-STS
                      " - contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-FILES-OK
           END-IF.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = ZERO
              MOVE "Y" TO WS-DEPT-OPEN
           END-IF.
           OPEN  INPUT CON-FILE.
           IF CON-STS = ZERO
              MOVE "Y" TO WS-CON-OPEN
           ELSE
              STRING  "EMPCONTACT open failed, status " CON-STS
                      " - addresses will be blank"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           OPEN  INPUT CO-FILE.
           IF CO-STS = ZERO
              MOVE "Y" TO WS-CO-OPEN
           ELSE
              STRING  "COMPANY open failed, status " CO-STS
                      " - employer references will be blank"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       CLOSE-FILING-FILES.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           IF WS-REG-OPEN = "Y"
              CLOSE PAY-REG
           END-IF.
           IF WS-TXF-OPEN = "Y"
              CLOSE TXF-FILE
           END-IF.
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-CON-OPEN = "Y"
              CLOSE CON-FILE
           END-IF.
           IF WS-CO-OPEN = "Y"
              CLOSE CO-FILE
           END-IF.
       LOAD-ADJUSTMENTS.
           MOVE  "N"           TO   WS-ASL-OPEN.
           OPEN  INPUT ASL-FILE.
           EVALUATE ASL-STS
             WHEN "00"
                MOVE "Y" TO WS-ASL-OPEN
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "ADJSETL open failed, status " ASL-STS
                        " - cannot reconcile tax"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1 TO WS-OOB-COUNT
           END-EVALUATE.
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
                             PERFORM LOAD-ONE-ADJUSTMENT
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-ADJ-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ADJ-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "PAYADJ open failed, status " ADJ-STS
                        " - cannot reconcile tax"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1 TO WS-OOB-COUNT
           END-EVALUATE.
           IF WS-ASL-OPEN = "Y"
              PERFORM LOAD-SETTLED-ADJUSTMENTS
              CLOSE ASL-FILE
           END-IF.
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
              END-READ
           END-IF.
       LOAD-SETTLED-ADJUSTMENTS.
           MOVE  "N"             TO   WS-ADJ-EOF.
           MOVE  WS-FROM-PERIOD  TO   ASL-PERIOD.
           MOVE  LOW-VALUES      TO   ASL-CD.
           START ASL-FILE KEY IS >= ASL-KEY
             INVALID KEY
                 MOVE "Y"        TO   WS-ADJ-EOF
           END-START.
           PERFORM UNTIL WS-ADJ-EOF = "Y"
             READ ASL-FILE NEXT
             EVALUATE ASL-STS
               WHEN "00"
                  IF ASL-PERIOD > WS-TO-PERIOD
                     MOVE "Y" TO WS-ADJ-EOF
                  ELSE
                     MOVE  ASL-PERIOD    TO   ADJ-PERIOD
                     MOVE  ASL-CD        TO   ADJ-CD
                     MOVE  ASL-TAX-DIFF  TO   ADJ-TAX-DIFF
                     PERFORM LOAD-ONE-ADJUSTMENT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-ADJ-EOF
             END-EVALUATE
           END-PERFORM.
       LOAD-SUPPLEMENTARY.
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
                          PERFORM LOAD-ONE-SUPPLEMENTARY
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SRG-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "PAYSUPREG open failed, status " SRG-STS
                        " - cannot reconcile tax"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                ADD  1 TO WS-OOB-COUNT
           END-EVALUATE.
       LOAD-ONE-SUPPLEMENTARY.
           IF WS-SUP-MAX < 2000
              ADD  1 TO WS-SUP-MAX
              SET  WS-SUP-IX TO WS-SUP-MAX
              MOVE SRG-CD       TO WS-SUP-CD(WS-SUP-IX)
              MOVE SRG-CO-CD    TO WS-SUP-CO(WS-SUP-IX)
              MOVE SRG-PERIOD   TO WS-SUP-PERIOD(WS-SUP-IX)
              COMPUTE WS-SUP-TAX(WS-SUP-IX) = SRG-TAX - SRG-ADJ-TAX
           ELSE
              STRING  "PAYSUPREG table full - payment to " SRG-CD
                      " period " SRG-PERIOD " not reconciled"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-OOB-COUNT
           END-IF.
       LOAD-ONE-ADJUSTMENT.
           IF WS-ADJ-MAX < 2000
              ADD  1 TO WS-ADJ-MAX
              SET  WS-ADJ-IX TO WS-ADJ-MAX
              MOVE ADJ-CD       TO WS-ADJ-CD(WS-ADJ-IX)
              MOVE ADJ-PERIOD   TO WS-ADJ-PERIOD(WS-ADJ-IX)
              MOVE ADJ-TAX-DIFF TO WS-ADJ-TAX(WS-ADJ-IX)
           ELSE
              STRING  "PAYADJ table full - difference for " ADJ-CD
                      " period " ADJ-PERIOD " not reconciled"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-OOB-COUNT
           END-IF.
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
       RECONCILE-YEAR.
           PERFORM SPOOL-LINE.
           STRING  "Reconciling PAYYTD tax for year " WK-YEAR
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-YEAR       TO   YTD-YEAR.
           MOVE  LOW-VALUES    TO   YTD-CO-CD.
           MOVE  LOW-VALUES    TO   YTD-CD.
           START YTD-FILE KEY IS >= YTD-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ YTD-FILE NEXT
             EVALUATE YTD-STS
               WHEN "00"
                  IF YTD-YEAR NOT = WK-YEAR
                     MOVE "Y" TO WS-EOF
                  ELSE
                     ADD  1 TO WS-READ-COUNT
                     PERFORM RECONCILE-ONE-YTD
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYYTD, status "
                          YTD-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  ADD  1 TO WS-OOB-COUNT
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-READ-COUNT = ZERO
              STRING  "No PAYYTD records for year " WK-YEAR
                      " - run PAYYTD first"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-OOB-COUNT
           END-IF.
           PERFORM CHECK-REGISTER-COVERED.
       RECONCILE-ONE-YTD.
           MOVE  ZERO          TO   WS-EXP-TAX.
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
              COMPUTE REG-PERIOD = WK-YEAR * 100 + WS-MM
              MOVE  YTD-CD        TO   REG-CD
              READ  PAY-REG KEY IS   REG-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM GET-REG-COMPANY
                    IF WS-CUR-CO = YTD-CO-CD
                       ADD  REG-TAX TO WS-EXP-TAX
                       PERFORM ADD-PERIOD-ADJUSTMENTS
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SUP-MAX
              SET  WS-SUP-IX TO WS-IDX
              IF WS-SUP-CD(WS-SUP-IX) = YTD-CD
                 AND WS-SUP-CO(WS-SUP-IX) = YTD-CO-CD
                 ADD  WS-SUP-TAX(WS-SUP-IX) TO WS-EXP-TAX
              END-IF
           END-PERFORM.
           IF WS-EXP-TAX NOT = YTD-TAX
              MOVE  YTD-TAX       TO   DSP-AMT
              MOVE  WS-EXP-TAX    TO   DSP-AMT2
              STRING  "OUT OF BALANCE: " YTD-CD " company "
                      YTD-CO-CD " YTD tax " DSP-AMT
                      " register+adjustments+supplementary "
                      DSP-AMT2
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-OOB-COUNT
           END-IF.
       ADD-PERIOD-ADJUSTMENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ADJ-MAX
              SET  WS-ADJ-IX TO WS-IDX
              IF WS-ADJ-CD(WS-ADJ-IX) = REG-CD
                 AND WS-ADJ-PERIOD(WS-ADJ-IX) = REG-PERIOD
                 ADD  WS-ADJ-TAX(WS-ADJ-IX) TO WS-EXP-TAX
              END-IF
           END-PERFORM.
       CHECK-REGISTER-COVERED.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WS-FROM-PERIOD TO  REG-PERIOD.
           MOVE  LOW-VALUES    TO   REG-CD.
           START PAY-REG KEY IS >= REG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ PAY-REG NEXT
             EVALUATE REG-STS
               WHEN "00"
                  IF REG-PERIOD > WS-TO-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     PERFORM GET-REG-COMPANY
                     MOVE  WK-YEAR      TO   YTD-YEAR
                     MOVE  WS-CUR-CO    TO   YTD-CO-CD
                     MOVE  REG-CD       TO   YTD-CD
                     READ  YTD-FILE KEY IS   YTD-KEY
                       INVALID KEY
                           STRING  "OUT OF BALANCE: " REG-CD
                                   " company " WS-CUR-CO
                                   " register period " REG-PERIOD
                                   " has no PAYYTD record"
                                   DELIMITED BY SIZE INTO WS-SPL-LINE
                           PERFORM SPOOL-LINE
                           ADD  1 TO WS-OOB-COUNT
                     END-READ
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading PAYREG, status "
                          REG-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  ADD  1 TO WS-OOB-COUNT
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SUP-MAX
              SET  WS-SUP-IX TO WS-IDX
              MOVE  WK-YEAR                TO   YTD-YEAR
              MOVE  WS-SUP-CO(WS-SUP-IX)   TO   YTD-CO-CD
              MOVE  WS-SUP-CD(WS-SUP-IX)   TO   YTD-CD
              READ  YTD-FILE KEY IS   YTD-KEY
                INVALID KEY
                    STRING  "OUT OF BALANCE: " YTD-CD
                            " company " YTD-CO-CD
                            " supplementary period "
                            WS-SUP-PERIOD(WS-SUP-IX)
                            " has no PAYYTD record"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    ADD  1 TO WS-OOB-COUNT
              END-READ
           END-PERFORM.
       CHECK-FILED-STATUS.
           MOVE  "N"           TO   WS-FILED.
           MOVE  WK-YEAR       TO   TXF-YEAR.
           MOVE  LOW-VALUES    TO   TXF-CO-CD.
           MOVE  LOW-VALUES    TO   TXF-CD.
           START TXF-FILE KEY IS >= TXF-KEY
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ TXF-FILE NEXT
                 IF TXF-STS = ZERO AND TXF-YEAR = WK-YEAR
                    MOVE "Y" TO WS-FILED
                 END-IF
           END-START.
           IF WK-TYPE = "O" AND WS-FILED = "Y"
              STRING  "Original return for " WK-YEAR
                      " already filed - use A for an amended return."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           IF WK-TYPE = "A" AND WS-FILED = "N"
              STRING  "No return on file for " WK-YEAR
                      " - file the original (O) first."
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
       BUILD-RETURN.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "N"           TO   WS-RET-OPEN.
           MOVE  "N"           TO   WS-HDR-OPEN.
           MOVE  SPACES        TO   WS-PREV-CO.
           MOVE  WK-YEAR       TO   YTD-YEAR.
           MOVE  LOW-VALUES    TO   YTD-CO-CD.
           MOVE  LOW-VALUES    TO   YTD-CD.
           START YTD-FILE KEY IS >= YTD-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ YTD-FILE NEXT
             EVALUATE YTD-STS
               WHEN "00"
                  IF YTD-YEAR NOT = WK-YEAR
                     MOVE "Y" TO WS-EOF
                  ELSE
                     PERFORM FILE-ONE-EMPLOYEE
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-HDR-OPEN = "Y"
              PERFORM WRITE-COMPANY-TRAILER
           END-IF.
           PERFORM SPOOL-LINE.
           IF WS-RET-OPEN = "Y"
              CLOSE TAX-RETURN
              STRING  "=== Wrote TAXRETURN for " WK-YEAR " type "
                      WK-TYPE ": " WS-DTL-COUNT " employee record(s)"
                      " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "=== Total gross " WS-TOT-GROSS " total tax "
                      WS-TOT-TAX " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-NOADDR-COUNT > ZERO
                 STRING  "=== " WS-NOADDR-COUNT " employee(s) with"
                         " no address on EMPCONTACT ==="
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           ELSE
              IF WK-TYPE = "A"
                 STRING  "No employee figures changed since the last"
                         " filing - no amended return produced."
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "Nothing to file for " WK-YEAR "."
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
           IF WK-TYPE = "A"
              PERFORM CHECK-WITHDRAWN-FILINGS
           END-IF.
       FILE-ONE-EMPLOYEE.
           MOVE  "Y"           TO   WS-INCLUDE.
           MOVE  "Y"           TO   WS-TXF-FOUND.
           MOVE  YTD-YEAR      TO   TXF-YEAR.
           MOVE  YTD-CO-CD     TO   TXF-CO-CD.
           MOVE  YTD-CD        TO   TXF-CD.
           READ  TXF-FILE KEY IS   TXF-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-TXF-FOUND
           END-READ.
           MOVE  SPACE         TO   WS-DTL-AMEND.
           MOVE  ZERO          TO   WS-DTL-PRV-GROSS.
           MOVE  ZERO          TO   WS-DTL-PRV-TAX.
           MOVE  ZERO          TO   WS-DTL-AMEND-NO.
           IF WK-TYPE = "A"
              IF WS-TXF-FOUND = "N"
                 MOVE  "N"          TO   WS-DTL-AMEND
                 MOVE  1            TO   WS-DTL-AMEND-NO
              ELSE
                 IF TXF-GROSS = YTD-GROSS AND TXF-TAX = YTD-TAX
                    MOVE "N" TO WS-INCLUDE
                 ELSE
                    MOVE  "C"          TO   WS-DTL-AMEND
                    MOVE  TXF-GROSS    TO   WS-DTL-PRV-GROSS
                    MOVE  TXF-TAX      TO   WS-DTL-PRV-TAX
                    COMPUTE WS-DTL-AMEND-NO = TXF-AMEND-NO + 1
                 END-IF
              END-IF
           END-IF.
           IF WS-INCLUDE = "Y"
              IF WS-HDR-OPEN = "Y" AND YTD-CO-CD NOT = WS-PREV-CO
                 PERFORM WRITE-COMPANY-TRAILER
              END-IF
              IF WS-HDR-OPEN = "N"
                 PERFORM WRITE-COMPANY-HEADER
              END-IF
              IF WS-RET-OPEN = "Y"
                 PERFORM WRITE-ONE-DETAIL
                 PERFORM RECORD-FILED-FIGURES
              END-IF
           END-IF.
       WRITE-COMPANY-HEADER.
           IF WS-RET-OPEN = "N"
              OPEN  OUTPUT TAX-RETURN
              IF RET-STS = ZERO
                 MOVE "Y" TO WS-RET-OPEN
              ELSE
                 STRING  "TAXRETURN open failed, status " RET-STS
                         " - contact support"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "N" TO WS-RUN-OK
                 MOVE "Y" TO WS-EOF
              END-IF
           END-IF.
           IF WS-RET-OPEN = "Y"
              MOVE  ZERO          TO   WS-CO-COUNT
              MOVE  ZERO          TO   WS-CO-GROSS
              MOVE  ZERO          TO   WS-CO-TAX
              MOVE  YTD-CO-CD     TO   WS-PREV-CO
              MOVE  WK-TYPE       TO   WS-HDR-TYPE
              MOVE  WK-YEAR       TO   WS-HDR-YEAR
              MOVE  SPACES        TO   WS-HDR-TAX-REF
              MOVE  SPACES        TO   WS-HDR-NAME
              MOVE  YTD-CO-CD     TO   WS-HDR-CO
              MOVE  WS-TODAY      TO   WS-HDR-DATE
              IF WS-CO-OPEN = "Y"
                 MOVE  YTD-CO-CD     TO   CO-CD
                 READ  CO-FILE KEY IS    CO-CD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE  CO-TAX-REF  TO   WS-HDR-TAX-REF
                       MOVE  CO-NAME     TO   WS-HDR-NAME
                 END-READ
              END-IF
              IF WS-HDR-TAX-REF = SPACES
                 STRING  "EXCEPTION: company " YTD-CO-CD
                         " has no tax reference on COMPANY"
                         " - header reference blank"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              WRITE RET-REC FROM WS-HDR-REC
              MOVE  "Y"           TO   WS-HDR-OPEN
           END-IF.
       WRITE-COMPANY-TRAILER.
           MOVE  WS-PREV-CO    TO   WS-TRL-CO.
           MOVE  WS-CO-COUNT   TO   WS-TRL-COUNT.
           MOVE  WS-CO-GROSS   TO   WS-TRL-GROSS.
           MOVE  WS-CO-TAX     TO   WS-TRL-TAX.
           WRITE RET-REC FROM WS-TRL-REC.
           STRING  "    Company " WS-PREV-CO ": " WS-CO-COUNT
                   " employee(s), gross " WS-CO-GROSS
                   " tax " WS-CO-TAX
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-HDR-OPEN.
       WRITE-ONE-DETAIL.
           MOVE  YTD-CD        TO   WS-DTL-CD.
           MOVE  SPACES        TO   WS-DTL-NAME.
           MOVE  ZERO          TO   WS-DTL-BIRTH.
           MOVE  YTD-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 STRING  "EXCEPTION: " YTD-CD
                         " not on EMP-FILE - name left blank"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
             NOT INVALID KEY
                 MOVE  EMP-NAME       TO   WS-DTL-NAME
                 MOVE  EMP-BIRTH-DATE TO   WS-DTL-BIRTH
           END-READ.
           MOVE  SPACES        TO   WS-DTL-ADDR1.
           MOVE  SPACES        TO   WS-DTL-ADDR2.
           IF WS-CON-OPEN = "Y"
              MOVE  YTD-CD        TO   CON-CD
              READ  CON-FILE KEY IS   CON-CD
                INVALID KEY
                    ADD  1 TO WS-NOADDR-COUNT
                NOT INVALID KEY
                    MOVE  CON-ADDR1   TO   WS-DTL-ADDR1
                    MOVE  CON-ADDR2   TO   WS-DTL-ADDR2
              END-READ
           ELSE
              ADD  1 TO WS-NOADDR-COUNT
           END-IF.
           MOVE  YTD-GROSS     TO   WS-DTL-GROSS.
           MOVE  YTD-TAX       TO   WS-DTL-TAX.
           MOVE  YTD-SOC       TO   WS-DTL-SOC.
           MOVE  YTD-PERIODS   TO   WS-DTL-PERIODS.
           WRITE RET-REC FROM WS-DTL-REC.
           ADD   1             TO   WS-DTL-COUNT.
           ADD   1             TO   WS-CO-COUNT.
           ADD   YTD-GROSS     TO   WS-CO-GROSS.
           ADD   YTD-TAX       TO   WS-CO-TAX.
           ADD   YTD-GROSS     TO   WS-TOT-GROSS.
           ADD   YTD-TAX       TO   WS-TOT-TAX.
       RECORD-FILED-FIGURES.
           MOVE  YTD-YEAR      TO   TXF-YEAR.
           MOVE  YTD-CO-CD     TO   TXF-CO-CD.
           MOVE  YTD-CD        TO   TXF-CD.
           MOVE  YTD-GROSS     TO   TXF-GROSS.
           MOVE  YTD-TAX       TO   TXF-TAX.
           MOVE  WS-TODAY      TO   TXF-FILED-DATE.
           MOVE  WS-DTL-AMEND-NO TO TXF-AMEND-NO.
           MOVE  WS-OPR-ID     TO   TXF-OPR.
           IF WS-TXF-FOUND = "Y"
              REWRITE TXF-REC
           ELSE
              WRITE TXF-REC
                INVALID KEY
                   STRING  "TAXFILED write failed for " YTD-CD
                           ", status " TXF-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                   MOVE "N" TO WS-RUN-OK
              END-WRITE
           END-IF.
       CHECK-WITHDRAWN-FILINGS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-YEAR       TO   TXF-YEAR.
           MOVE  LOW-VALUES    TO   TXF-CO-CD.
           MOVE  LOW-VALUES    TO   TXF-CD.
           START TXF-FILE KEY IS >= TXF-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ TXF-FILE NEXT
             EVALUATE TXF-STS
               WHEN "00"
                  IF TXF-YEAR NOT = WK-YEAR
                     MOVE "Y" TO WS-EOF
                  ELSE
                     MOVE  TXF-YEAR     TO   YTD-YEAR
                     MOVE  TXF-CO-CD    TO   YTD-CO-CD
                     MOVE  TXF-CD       TO   YTD-CD
                     READ  YTD-FILE KEY IS   YTD-KEY
                       INVALID KEY
                           STRING  "EXCEPTION: " TXF-CD " company "
                                   TXF-CO-CD " was filed but is no"
                                   " longer on PAYYTD - amend by hand"
                                   DELIMITED BY SIZE INTO WS-SPL-LINE
                           PERFORM SPOOL-LINE
                     END-READ
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "TAXEFILE"             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
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
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "TAXEFILE"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-DTL-COUNT           TO   RUN-WRITTEN
                MOVE  WS-OOB-COUNT           TO   RUN-REJECTED
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

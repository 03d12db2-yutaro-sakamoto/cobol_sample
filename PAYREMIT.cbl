       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRDSEL.
           COPY REGSEL.
           COPY DWHSEL.
           COPY PYESEL.
           COPY DPLSEL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY COSEL.
           SELECT XFER-FILE ASSIGN TO "REMITXFER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  XFR-STS.
           SELECT GL-EXTRACT ASSIGN TO "REMITGL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  GL-STS.
           COPY RUNSEL.
           SELECT SORT-WORK ASSIGN TO "REMSORT".
       DATA DIVISION.
       FILE SECTION.
       FD  PRD-FILE.
           COPY PRDREC.
       FD  PAY-REG.
           COPY REGREC.
       FD  DWH-FILE.
           COPY DWHREC.
       FD  PYE-FILE.
           COPY PYEREC.
       FD  DPL-FILE.
           COPY DPLREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  CO-FILE.
           COPY COREC.
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
           03  SRT-PAYEE      PIC X(04).
           03  SRT-CD         PIC X(04).
           03  SRT-SEQ        PIC 9(02).
           03  SRT-TYPE       PIC X(03).
           03  SRT-AMT        PIC 9(07)V99.
           03  SRT-DPT-CD     PIC X(02).
           03  SRT-REF        PIC X(24).
       WORKING-STORAGE SECTION.
       01  PRD-STS            PIC  9(02).
       01  REG-STS            PIC  9(02).
       01  DWH-STS            PIC  9(02).
       01  PYE-STS            PIC  9(02).
       01  DPL-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  XFR-STS            PIC  9(02).
       01  GL-STS             PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-PRD-OK          PIC  X      VALUE "N".
       01  WS-FILES-OK        PIC  X      VALUE "N".
       01  WS-REG-OPEN        PIC  X      VALUE "N".
       01  WS-DWH-OPEN        PIC  X      VALUE "N".
       01  WS-PYE-OPEN        PIC  X      VALUE "N".
       01  WS-DPL-OPEN        PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-FIRST-REC       PIC  X      VALUE "Y".
       01  WS-LINK-FOUND      PIC  X      VALUE "N".
       01  WS-PYE-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WK-PERIOD          PIC  9(06).
       01  WS-PREV-CD         PIC  X(04).
       01  WS-PREV-CO         PIC  X(02).
       01  WS-PREV-PAYEE      PIC  X(04).
       01  WS-LINK-PAYEE      PIC  X(04).
       01  WS-LINK-ORDER      PIC  X(15).
       01  WS-EMP-NAME        PIC  X(20).
       01  WS-REC-EXC         PIC  9(06)  VALUE ZERO.
       01  WS-EMP-DWH         PIC  9(07)V99  VALUE ZERO.
       01  WS-REG-DED-TOTAL   PIC  9(11)V99  VALUE ZERO.
       01  WS-DWH-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-PREV-REMIT      PIC  9(11)V99  VALUE ZERO.
       01  WS-RET-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-HELD-TOTAL      PIC  9(11)V99  VALUE ZERO.
       01  WS-REMIT-TOTAL     PIC  9(11)V99  VALUE ZERO.
       01  WS-CHK-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-XFER-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-HELD-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-PYE-TOTAL       PIC  9(09)V99  VALUE ZERO.
       01  WS-PYE-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-BAT-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-BAT-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-GL-DR-TOTAL     PIC  9(10)V99  VALUE ZERO.
       01  WS-GL-CR-TOTAL     PIC  9(10)V99  VALUE ZERO.
       01  WS-GL-MAP-ERRS     PIC  9(04)  VALUE ZERO.
       01  WS-CO-UNBAL        PIC  9(02)  VALUE ZERO.
       01  WS-CUR-PYE.
           03  WS-CUR-PYE-NAME   PIC X(30).
           03  WS-CUR-PYE-BANK   PIC X(04).
           03  WS-CUR-PYE-BRANCH PIC X(03).
           03  WS-CUR-PYE-ACCT   PIC X(10).
           03  WS-CUR-PYE-GL     PIC X(06).
       01  WS-RET-MAX         PIC  9(02)  VALUE ZERO.
       01  WS-RET-IDX         PIC  9(02)  VALUE ZERO.
       01  WS-RET-FOUND       PIC  X      VALUE "N".
       01  WS-RET-TABLE.
           03  WS-RET-ENTRY   OCCURS 30 TIMES
                               INDEXED BY WS-RET-IX.
               05  WS-RET-TYPE     PIC X(03).
               05  WS-RET-AMT      PIC 9(09)V99.
       01  WS-CLR-MAX         PIC  9(02)  VALUE ZERO.
       01  WS-CLR-IDX         PIC  9(02)  VALUE ZERO.
       01  WS-CLR-FOUND       PIC  X      VALUE "N".
       01  WS-CLR-TABLE.
           03  WS-CLR-ENTRY   OCCURS 50 TIMES
                               INDEXED BY WS-CLR-IX.
               05  WS-CLR-DPT      PIC X(02).
               05  WS-CLR-AMT      PIC 9(10)V99.
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
       01  DSP-ADV.
           03  DSP-ADV-CD     PIC X(04).
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  DSP-ADV-NAME   PIC X(20).
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  DSP-ADV-TYPE   PIC X(03).
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  DSP-ADV-REF    PIC X(24).
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  DSP-ADV-AMT    PIC Z,ZZZ,ZZ9.99.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYREMIT".
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
              PERFORM RUN-REMITTANCE
           END-IF.
       MAIN-900.
           GOBACK.
       RUN-REMITTANCE.
           MOVE  "Y"           TO   WS-RUN-OK.
           DISPLAY "*** Third-Party Deduction Remittance ***".
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Pay period (YYYYMM, blank = current): "
                   NO ADVANCING.
           ACCEPT  WK-PERIOD.
           IF WK-PERIOD = ZERO
              MOVE  WS-TODAY(1:6)  TO   WK-PERIOD
           END-IF.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PRD-OK = "Y"
              PERFORM OPEN-REMIT-FILES
              IF WS-FILES-OK = "Y"
                 PERFORM RECONCILE-TO-REGISTER
                 IF WS-REC-EXC > ZERO
                    DISPLAY "*** " WS-REC-EXC " reconciliation"
                            " exception(s) - remittance refused ***"
                    MOVE "N" TO WS-RUN-OK
                 ELSE
                    PERFORM PRODUCE-REMITTANCE
                 END-IF
              ELSE
                 MOVE "N" TO WS-RUN-OK
              END-IF
              PERFORM CLOSE-REMIT-FILES
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
                      DISPLAY "Period " WK-PERIOD " has not been"
                              " run - remittance refused"
                  NOT INVALID KEY
                      IF PRD-STATUS = "C"
                         MOVE "Y" TO WS-PRD-OK
                      ELSE
                         DISPLAY "Period " WK-PERIOD " is not closed"
                                 " - remittance refused"
                      END-IF
                END-READ
                CLOSE PRD-FILE
             WHEN "35"
                DISPLAY "PAYPERIOD not found - run PAYCALC first"
             WHEN OTHER
                DISPLAY "PAYPERIOD open failed, status " PRD-STS
           END-EVALUATE.
       OPEN-REMIT-FILES.
           MOVE  "N"           TO   WS-REG-OPEN.
           OPEN  INPUT PAY-REG.
           IF REG-STS = "00"
              MOVE "Y" TO WS-REG-OPEN
           ELSE
              DISPLAY "PAYREG open failed, status " REG-STS
           END-IF.
           MOVE  "N"           TO   WS-DWH-OPEN.
           OPEN  I-O DWH-FILE.
           IF DWH-STS = "00"
              MOVE "Y" TO WS-DWH-OPEN
           ELSE
              DISPLAY "PAYDEDWH open failed, status " DWH-STS
                      " - no withholding detail to remit"
           END-IF.
           MOVE  "N"           TO   WS-PYE-OPEN.
           OPEN  INPUT PYE-FILE.
           IF PYE-STS = "00"
              MOVE "Y" TO WS-PYE-OPEN
           ELSE
              DISPLAY "PAYEE open failed, status " PYE-STS
                      " - set up payees with PAYEEMNT"
           END-IF.
           MOVE  "N"           TO   WS-DPL-OPEN.
           OPEN  INPUT DPL-FILE.
           IF DPL-STS = "00"
              MOVE "Y" TO WS-DPL-OPEN
           ELSE
              DISPLAY "DEDPAYEE open failed, status " DPL-STS
                      " - link deductions with PAYEEMNT"
           END-IF.
           MOVE  "N"           TO   WS-EMP-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = "00"
              MOVE "Y" TO WS-EMP-OPEN
           END-IF.
           MOVE  "N"           TO   WS-DEPT-OPEN.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = "00"
              MOVE "Y" TO WS-DEPT-OPEN
           ELSE
              DISPLAY "DEPTMAST open failed, status " DEPT-STS
                      " - clearing accounts unmapped"
           END-IF.
           MOVE  "N"           TO   WS-CO-OPEN.
           OPEN  INPUT CO-FILE.
           IF CO-STS = "00"
              MOVE "Y" TO WS-CO-OPEN
           ELSE
              DISPLAY "COMPANY open failed, status " CO-STS
                      " - paying accounts left blank"
           END-IF.
           MOVE  "N"           TO   WS-FILES-OK.
           IF WS-REG-OPEN = "Y" AND WS-DWH-OPEN = "Y"
              AND WS-PYE-OPEN = "Y" AND WS-DPL-OPEN = "Y"
              MOVE "Y" TO WS-FILES-OK
           END-IF.
       CLOSE-REMIT-FILES.
           IF WS-REG-OPEN = "Y"
              CLOSE PAY-REG
           END-IF.
           IF WS-DWH-OPEN = "Y"
              CLOSE DWH-FILE
           END-IF.
           IF WS-PYE-OPEN = "Y"
              CLOSE PYE-FILE
           END-IF.
           IF WS-DPL-OPEN = "Y"
              CLOSE DPL-FILE
           END-IF.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-CO-OPEN = "Y"
              CLOSE CO-FILE
           END-IF.
       RECONCILE-TO-REGISTER.
           MOVE  ZERO          TO   WS-REC-EXC.
           MOVE  ZERO          TO   WS-REG-DED-TOTAL.
           MOVE  ZERO          TO   WS-DWH-TOTAL.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-PERIOD     TO   REG-PERIOD.
           MOVE  LOW-VALUES    TO   REG-CD.
           START PAY-REG KEY IS >= REG-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ PAY-REG NEXT
             EVALUATE REG-STS
               WHEN "00"
                  IF REG-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     ADD  REG-DED   TO   WS-REG-DED-TOTAL
                     PERFORM SUM-EMPLOYEE-WITHHELD
                     IF WS-EMP-DWH NOT = REG-DED
                        DISPLAY "EXCEPTION: " REG-CD " register"
                                " deductions " REG-DED
                                " withheld detail " WS-EMP-DWH
                        ADD  1 TO WS-REC-EXC
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM CHECK-UNREGISTERED-WITHHELD.
           IF WS-REG-DED-TOTAL = ZERO AND WS-DWH-TOTAL = ZERO
              DISPLAY "No deductions withheld in period " WK-PERIOD
           ELSE
              DISPLAY "Register deductions " WS-REG-DED-TOTAL
                      " withheld detail " WS-DWH-TOTAL
           END-IF.
       SUM-EMPLOYEE-WITHHELD.
           MOVE  ZERO          TO   WS-EMP-DWH.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-PERIOD     TO   DWH-PERIOD.
           MOVE  REG-CD        TO   DWH-CD.
           MOVE  ZERO          TO   DWH-SEQ.
           START DWH-FILE KEY IS >= DWH-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ DWH-FILE NEXT
             EVALUATE DWH-STS
               WHEN "00"
                  IF DWH-PERIOD NOT = WK-PERIOD
                     OR DWH-CD NOT = REG-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     ADD  DWH-AMT   TO   WS-EMP-DWH
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-UNREGISTERED-WITHHELD.
           MOVE  SPACES        TO   WS-PREV-CD.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-PERIOD     TO   DWH-PERIOD.
           MOVE  LOW-VALUES    TO   DWH-CD.
           MOVE  ZERO          TO   DWH-SEQ.
           START DWH-FILE KEY IS >= DWH-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ DWH-FILE NEXT
             EVALUATE DWH-STS
               WHEN "00"
                  IF DWH-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     ADD  DWH-AMT   TO   WS-DWH-TOTAL
                     IF DWH-CD NOT = WS-PREV-CD
                        MOVE  DWH-CD     TO   WS-PREV-CD
                        PERFORM CHECK-ONE-REGISTERED
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-ONE-REGISTERED.
           MOVE  WK-PERIOD     TO   REG-PERIOD.
           MOVE  DWH-CD        TO   REG-CD.
           READ  PAY-REG KEY IS REG-KEY
             INVALID KEY
                 DISPLAY "EXCEPTION: " DWH-CD " has withheld detail"
                         " but no PAYREG record"
                 ADD  1 TO WS-REC-EXC
           END-READ.
       PRODUCE-REMITTANCE.
           OPEN  OUTPUT XFER-FILE.
           OPEN  OUTPUT GL-EXTRACT.
           IF XFR-STS NOT = ZERO OR GL-STS NOT = ZERO
              DISPLAY "REMITXFER/REMITGL open failed, status "
                      XFR-STS "/" GL-STS " - contact support"
              MOVE "N" TO WS-RUN-OK
           ELSE
              PERFORM SPOOL-OPEN
              STRING  "*** Deduction Remittance Advices - period "
                      WK-PERIOD " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  "Y"         TO   WS-FIRST-REC
              MOVE  ZERO        TO   WS-RET-MAX
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-CO-CD SRT-PAYEE
                                       SRT-CD SRT-SEQ
                      INPUT PROCEDURE  IS SELECT-WITHHELD
                      OUTPUT PROCEDURE IS WRITE-REMITTANCES
              PERFORM PRINT-REMIT-SUMMARY
              PERFORM SPOOL-CLOSE
           END-IF.
           IF XFR-STS = ZERO
              CLOSE XFER-FILE
           END-IF.
           IF GL-STS = ZERO
              CLOSE GL-EXTRACT
           END-IF.
       SELECT-WITHHELD.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-PERIOD     TO   DWH-PERIOD.
           MOVE  LOW-VALUES    TO   DWH-CD.
           MOVE  ZERO          TO   DWH-SEQ.
           START DWH-FILE KEY IS >= DWH-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ DWH-FILE NEXT
             EVALUATE DWH-STS
               WHEN "00"
                  IF DWH-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     ADD  1 TO WS-READ-COUNT
                     PERFORM SELECT-ONE-WITHHELD
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       SELECT-ONE-WITHHELD.
           IF DWH-REMIT-DATE NOT = ZERO
              ADD  DWH-AMT     TO   WS-PREV-REMIT
           ELSE
              PERFORM RESOLVE-PAYEE
              IF WS-LINK-FOUND = "N"
                 PERFORM ADD-RETAINED
              ELSE
                 MOVE  "Y"          TO   WS-PYE-FOUND
                 MOVE  WS-LINK-PAYEE TO  PYE-CD
                 READ  PYE-FILE KEY IS   PYE-CD
                   INVALID KEY
                       MOVE "N"     TO   WS-PYE-FOUND
                 END-READ
                 IF WS-PYE-FOUND = "N" OR PYE-STATUS = "I"
                    DISPLAY "EXCEPTION: " DWH-CD " " DWH-TYPE
                            " linked to payee " WS-LINK-PAYEE
                            " - payee missing or inactive, held"
                    ADD  DWH-AMT   TO   WS-HELD-TOTAL
                    ADD  1         TO   WS-HELD-COUNT
                 ELSE
                    MOVE  DWH-CO-CD    TO   SRT-CO-CD
                    MOVE  WS-LINK-PAYEE TO  SRT-PAYEE
                    MOVE  DWH-CD       TO   SRT-CD
                    MOVE  DWH-SEQ      TO   SRT-SEQ
                    MOVE  DWH-TYPE     TO   SRT-TYPE
                    MOVE  DWH-AMT      TO   SRT-AMT
                    MOVE  DWH-DPT-CD   TO   SRT-DPT-CD
                    PERFORM BUILD-PAYEE-REF
                    RELEASE SORT-REC
                 END-IF
              END-IF
           END-IF.
       RESOLVE-PAYEE.
           MOVE  "Y"           TO   WS-LINK-FOUND.
           MOVE  DWH-TYPE      TO   DPL-TYPE.
           MOVE  DWH-CD        TO   DPL-CD.
           MOVE  DWH-SEQ       TO   DPL-PRIORITY.
           READ  DPL-FILE KEY IS DPL-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-LINK-FOUND
           END-READ.
           IF WS-LINK-FOUND = "N"
              MOVE  "Y"        TO   WS-LINK-FOUND
              MOVE  DWH-TYPE   TO   DPL-TYPE
              MOVE  SPACES     TO   DPL-CD
              MOVE  ZERO       TO   DPL-PRIORITY
              READ  DPL-FILE KEY IS DPL-KEY
                INVALID KEY
                    MOVE "N"   TO   WS-LINK-FOUND
              END-READ
           END-IF.
           IF WS-LINK-FOUND = "Y"
              MOVE  DPL-PAYEE      TO   WS-LINK-PAYEE
              MOVE  DPL-ORDER-REF  TO   WS-LINK-ORDER
           END-IF.
       BUILD-PAYEE-REF.
           MOVE  SPACES        TO   SRT-REF.
           IF PYE-REF-FMT = "O" AND WS-LINK-ORDER NOT = SPACES
              STRING  PYE-REF-PREFIX DELIMITED BY SPACE
                      WS-LINK-ORDER  DELIMITED BY SPACE
                      INTO SRT-REF
           ELSE
           IF PYE-REF-FMT = "E" OR PYE-REF-FMT = "O"
              STRING  PYE-REF-PREFIX DELIMITED BY SPACE
                      DWH-CD         DELIMITED BY SPACE
                      INTO SRT-REF
           ELSE
              MOVE  PYE-REF-PREFIX  TO   SRT-REF
           END-IF
           END-IF.
       ADD-RETAINED.
           ADD   DWH-AMT       TO   WS-RET-TOTAL.
           MOVE  "N"           TO   WS-RET-FOUND.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-MAX
                        OR WS-RET-FOUND = "Y"
              SET  WS-RET-IX TO WS-RET-IDX
              IF WS-RET-TYPE(WS-RET-IX) = DWH-TYPE
                 MOVE "Y" TO WS-RET-FOUND
              END-IF
           END-PERFORM.
           IF WS-RET-FOUND = "N" AND WS-RET-MAX < 30
              ADD  1 TO WS-RET-MAX
              SET  WS-RET-IX TO WS-RET-MAX
              MOVE DWH-TYPE TO WS-RET-TYPE(WS-RET-IX)
              MOVE ZERO     TO WS-RET-AMT(WS-RET-IX)
              MOVE "Y"      TO WS-RET-FOUND
           END-IF.
           IF WS-RET-FOUND = "Y"
              ADD  DWH-AMT TO WS-RET-AMT(WS-RET-IX)
           END-IF.
       WRITE-REMITTANCES.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PROCESS-REMIT-REC
             END-RETURN
           END-PERFORM.
           IF WS-FIRST-REC = "N"
              PERFORM END-PAYEE
              PERFORM END-COMPANY
           END-IF.
       PROCESS-REMIT-REC.
           IF WS-FIRST-REC = "Y"
              MOVE  "N"        TO   WS-FIRST-REC
              PERFORM START-COMPANY
              PERFORM START-PAYEE
           ELSE
              IF SRT-CO-CD NOT = WS-PREV-CO
                 PERFORM END-PAYEE
                 PERFORM END-COMPANY
                 PERFORM START-COMPANY
                 PERFORM START-PAYEE
              ELSE
                 IF SRT-PAYEE NOT = WS-PREV-PAYEE
                    PERFORM END-PAYEE
                    PERFORM START-PAYEE
                 END-IF
              END-IF
           END-IF.
           MOVE  SPACES        TO   WS-EMP-NAME.
           IF WS-EMP-OPEN = "Y"
              MOVE  SRT-CD         TO   EMP-CD
              READ  EMP-FILE KEY IS EMP-CD
                INVALID KEY
                    MOVE "(not on file)" TO WS-EMP-NAME
                NOT INVALID KEY
                    MOVE EMP-NAME        TO WS-EMP-NAME
              END-READ
           END-IF.
           MOVE  SRT-CD        TO   DSP-ADV-CD.
           MOVE  WS-EMP-NAME   TO   DSP-ADV-NAME.
           MOVE  SRT-TYPE      TO   DSP-ADV-TYPE.
           MOVE  SRT-REF       TO   DSP-ADV-REF.
           MOVE  SRT-AMT       TO   DSP-ADV-AMT.
           MOVE  DSP-ADV       TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           ADD   SRT-AMT       TO   WS-PYE-TOTAL.
           ADD   1             TO   WS-PYE-COUNT.
           PERFORM ADD-CLEARING.
           PERFORM MARK-REMITTED.
       START-COMPANY.
           MOVE  SRT-CO-CD     TO   WS-PREV-CO.
           MOVE  ZERO          TO   WS-BAT-COUNT.
           MOVE  ZERO          TO   WS-BAT-TOTAL.
           MOVE  ZERO          TO   WS-GL-DR-TOTAL.
           MOVE  ZERO          TO   WS-GL-CR-TOTAL.
           MOVE  ZERO          TO   WS-GL-MAP-ERRS.
           MOVE  ZERO          TO   WS-CLR-MAX.
           MOVE  WK-PERIOD     TO   WS-HDR-PERIOD.
           MOVE  WS-TODAY      TO   WS-HDR-DATE.
           MOVE  SRT-CO-CD     TO   WS-HDR-CO.
           MOVE  SPACES        TO   WS-HDR-BANK.
           MOVE  SPACES        TO   WS-HDR-BRANCH.
           MOVE  SPACES        TO   WS-HDR-ACCT.
           IF WS-CO-OPEN = "Y"
              MOVE  SRT-CO-CD      TO   CO-CD
              READ  CO-FILE KEY IS    CO-CD
                INVALID KEY
                    DISPLAY "EXCEPTION: company " SRT-CO-CD
                            " not on COMPANY - paying account blank"
                NOT INVALID KEY
                    MOVE  CO-BANK     TO   WS-HDR-BANK
                    MOVE  CO-BRANCH   TO   WS-HDR-BRANCH
                    MOVE  CO-ACCT     TO   WS-HDR-ACCT
              END-READ
           END-IF.
           WRITE XFR-REC FROM WS-HDR-REC.
       START-PAYEE.
           MOVE  SRT-PAYEE     TO   WS-PREV-PAYEE.
           MOVE  ZERO          TO   WS-PYE-TOTAL.
           MOVE  ZERO          TO   WS-PYE-COUNT.
           MOVE  SRT-PAYEE     TO   PYE-CD.
           READ  PYE-FILE KEY IS PYE-CD
             INVALID KEY
                 MOVE  SPACES  TO   PYE-REC
           END-READ.
           MOVE  PYE-NAME      TO   WS-CUR-PYE-NAME.
           MOVE  PYE-BANK      TO   WS-CUR-PYE-BANK.
           MOVE  PYE-BRANCH    TO   WS-CUR-PYE-BRANCH.
           MOVE  PYE-ACCT      TO   WS-CUR-PYE-ACCT.
           MOVE  PYE-GL-ACCT   TO   WS-CUR-PYE-GL.
           PERFORM SPOOL-LINE.
           MOVE  "+-------------------------------------------------+"
                               TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "REMITTANCE ADVICE   Payee " SRT-PAYEE "  "
                   WS-CUR-PYE-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "Period " WK-PERIOD "  Company " SRT-CO-CD
                   "  Paid to " WS-CUR-PYE-BANK "/"
                   WS-CUR-PYE-BRANCH "/" WS-CUR-PYE-ACCT
                   "  Date " WS-TODAY
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "ID    Employee Name         Typ  Reference"
                   "                       Amount"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "----  --------------------  ---  ---------"
                   "---------------  ------------"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
       END-PAYEE.
           STRING  "Total remitted to " WS-PREV-PAYEE ": "
                   WS-PYE-TOTAL " for " WS-PYE-COUNT " deduction(s)"
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  "+-------------------------------------------------+"
                               TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           MOVE  WS-CUR-PYE-BANK   TO   WS-DTL-BANK.
           MOVE  WS-CUR-PYE-BRANCH TO   WS-DTL-BRANCH.
           MOVE  WS-CUR-PYE-ACCT   TO   WS-DTL-ACCT.
           MOVE  WS-CUR-PYE-NAME   TO   WS-DTL-NAME.
           MOVE  WS-PYE-TOTAL      TO   WS-DTL-AMOUNT.
           MOVE  WS-PREV-PAYEE     TO   WS-DTL-REF.
           WRITE XFR-REC FROM WS-DTL-REC.
           ADD   1                 TO   WS-XFER-COUNT
                                        WS-BAT-COUNT.
           ADD   WS-PYE-TOTAL      TO   WS-REMIT-TOTAL
                                        WS-BAT-TOTAL.
           MOVE  WK-PERIOD         TO   GL-PERIOD.
           MOVE  WS-PREV-CO        TO   GL-CO-CD.
           MOVE  "C"               TO   GL-TYPE.
           MOVE  SPACES            TO   GL-COST-CTR.
           MOVE  WS-CUR-PYE-GL     TO   GL-ACCT.
           MOVE  WS-PYE-TOTAL      TO   GL-AMOUNT.
           WRITE GL-REC.
           ADD   WS-PYE-TOTAL      TO   WS-GL-CR-TOTAL.
       END-COMPANY.
           MOVE  WS-BAT-COUNT  TO   WS-TRL-COUNT.
           MOVE  WS-BAT-TOTAL  TO   WS-TRL-AMOUNT.
           MOVE  WS-PREV-CO    TO   WS-TRL-CO.
           WRITE XFR-REC FROM WS-TRL-REC.
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                     UNTIL WS-CLR-IDX > WS-CLR-MAX
              SET  WS-CLR-IX TO WS-CLR-IDX
              PERFORM WRITE-CLEARING-DEBIT
           END-PERFORM.
           MOVE  WK-PERIOD       TO   GL-PERIOD.
           MOVE  WS-PREV-CO      TO   GL-CO-CD.
           MOVE  "T"             TO   GL-TYPE.
           MOVE  SPACES          TO   GL-COST-CTR.
           MOVE  SPACES          TO   GL-ACCT.
           MOVE  WS-BAT-TOTAL    TO   GL-AMOUNT.
           WRITE GL-REC.
           DISPLAY "    Company " WS-PREV-CO ": " WS-BAT-COUNT
                   " payment(s) totalling " WS-BAT-TOTAL.
           IF WS-GL-MAP-ERRS = ZERO
              AND WS-GL-DR-TOTAL = WS-GL-CR-TOTAL
              AND WS-GL-DR-TOTAL = GL-AMOUNT
              STRING  "*** Clearing entry company " WS-PREV-CO
                      " balanced: debits = credits = "
                      WS-GL-DR-TOTAL " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "*** Clearing entry company " WS-PREV-CO
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
              STRING  "    Mapping errors: " WS-GL-MAP-ERRS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
       ADD-CLEARING.
           MOVE  "N"           TO   WS-CLR-FOUND.
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                     UNTIL WS-CLR-IDX > WS-CLR-MAX
                        OR WS-CLR-FOUND = "Y"
              SET  WS-CLR-IX TO WS-CLR-IDX
              IF WS-CLR-DPT(WS-CLR-IX) = SRT-DPT-CD
                 MOVE "Y" TO WS-CLR-FOUND
              END-IF
           END-PERFORM.
           IF WS-CLR-FOUND = "N"
              IF WS-CLR-MAX < 50
                 ADD  1 TO WS-CLR-MAX
                 SET  WS-CLR-IX TO WS-CLR-MAX
                 MOVE SRT-DPT-CD TO WS-CLR-DPT(WS-CLR-IX)
                 MOVE ZERO       TO WS-CLR-AMT(WS-CLR-IX)
                 MOVE "Y"        TO WS-CLR-FOUND
              ELSE
                 DISPLAY "EXCEPTION: clearing table full - "
                         SRT-CD " department " SRT-DPT-CD
                         " not posted"
                 ADD  1 TO WS-GL-MAP-ERRS
              END-IF
           END-IF.
           IF WS-CLR-FOUND = "Y"
              ADD  SRT-AMT TO WS-CLR-AMT(WS-CLR-IX)
           END-IF.
       WRITE-CLEARING-DEBIT.
           IF WS-DEPT-OPEN NOT = "Y"
              ADD  1 TO WS-GL-MAP-ERRS
           ELSE
              MOVE  WS-CLR-DPT(WS-CLR-IX)  TO   DEPT-CD
              READ  DEPT-FILE KEY IS   DEPT-CD
                INVALID KEY
                    DISPLAY "EXCEPTION: No clearing account for "
                            "department " WS-CLR-DPT(WS-CLR-IX)
                    ADD  1 TO WS-GL-MAP-ERRS
                NOT INVALID KEY
                    IF DEPT-CLR-ACCT = SPACES
                       DISPLAY "EXCEPTION: No clearing account for "
                               "department " WS-CLR-DPT(WS-CLR-IX)
                       ADD  1 TO WS-GL-MAP-ERRS
                    ELSE
                       MOVE  WK-PERIOD       TO   GL-PERIOD
                       MOVE  WS-PREV-CO      TO   GL-CO-CD
                       MOVE  "D"             TO   GL-TYPE
                       MOVE  DEPT-COST-CTR   TO   GL-COST-CTR
                       MOVE  DEPT-CLR-ACCT   TO   GL-ACCT
                       MOVE  WS-CLR-AMT(WS-CLR-IX) TO GL-AMOUNT
                       WRITE GL-REC
                       ADD   WS-CLR-AMT(WS-CLR-IX) TO WS-GL-DR-TOTAL
                    END-IF
              END-READ
           END-IF.
       MARK-REMITTED.
           MOVE  WK-PERIOD     TO   DWH-PERIOD.
           MOVE  SRT-CD        TO   DWH-CD.
           MOVE  SRT-SEQ       TO   DWH-SEQ.
           READ  DWH-FILE KEY IS DWH-KEY
             INVALID KEY
                 DISPLAY "EXCEPTION: withholding row " SRT-CD "/"
                         SRT-SEQ " gone before marking - check"
                         " PAYDEDWH"
                 MOVE "N" TO WS-RUN-OK
             NOT INVALID KEY
                 MOVE  WS-TODAY   TO   DWH-REMIT-DATE
                 MOVE  SRT-PAYEE  TO   DWH-PAYEE
                 REWRITE DWH-REC
           END-READ.
       PRINT-REMIT-SUMMARY.
           PERFORM SPOOL-LINE.
           MOVE  "*** Remittance reconciliation ***" TO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Register deductions (REG-DED)   : "
                   WS-REG-DED-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Remitted this run               : "
                   WS-REMIT-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Remitted by an earlier run      : "
                   WS-PREV-REMIT
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Held - payee missing/inactive   : "
                   WS-HELD-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "    Retained - no payee linked      : "
                   WS-RET-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-MAX
              SET  WS-RET-IX TO WS-RET-IDX
              STRING  "        type " WS-RET-TYPE(WS-RET-IX)
                      "                    : "
                      WS-RET-AMT(WS-RET-IX)
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
           COMPUTE WS-CHK-TOTAL = WS-REMIT-TOTAL + WS-PREV-REMIT
                                + WS-HELD-TOTAL + WS-RET-TOTAL.
           IF WS-CHK-TOTAL = WS-REG-DED-TOTAL
              MOVE  "*** Reconciled to PAYREG REG-DED ***"
                                TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "*** NOT reconciled to PAYREG - accounted"
                      " for " WS-CHK-TOTAL " ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           END-IF.
           DISPLAY " ".
           DISPLAY "=== Wrote " WS-XFER-COUNT
                   " payee payment(s) totalling " WS-REMIT-TOTAL
                   " for period " WK-PERIOD " ===".
           IF WS-RET-TOTAL > ZERO
              DISPLAY "=== " WS-RET-TOTAL " withheld with no payee"
                      " linked - retained, see advice listing ==="
           END-IF.
           IF WS-HELD-COUNT > ZERO
              DISPLAY "=== " WS-HELD-COUNT " deduction(s) held -"
                      " payee missing or inactive ==="
              MOVE "N" TO WS-RUN-OK
           END-IF.
           IF WS-CO-UNBAL > ZERO
              DISPLAY "=== " WS-CO-UNBAL " company clearing"
                      " entr(ies) OUT OF BALANCE ==="
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
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYREMIT"             TO   RUN-PGM
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
                MOVE  "PAYREMIT"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-XFER-COUNT          TO   RUN-WRITTEN
                MOVE  WS-HELD-COUNT          TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.

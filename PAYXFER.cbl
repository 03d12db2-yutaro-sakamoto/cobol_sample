       FILE-CONTROL.
           COPY REGSEL.
           COPY BANKSEL.
           COPY VSOSEL.
           COPY COSEL.
           SELECT XFER-FILE ASSIGN TO "BANKXFER"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  XFR-STS.
           COPY REGREC.
       FD  BANK-FILE.
           COPY BANKREC.
       FD  VSO-FILE.
           COPY VSOREC.
       FD  CO-FILE.
           COPY COREC.
       FD  XFER-FILE.
       01  XFR-REC               PIC X(80).
       FD  RUN-LOG.
       01  REG-STS            PIC  9(02).
       01  BNK-STS            PIC  9(02).
       01  XFR-STS            PIC  9(02).
       01  VSO-STS            PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-CO-IDX          PIC  9(02)  VALUE ZERO.
       01  WS-CO-MAX          PIC  9(02)  VALUE ZERO.
       01  WS-CO-FOUND        PIC  X      VALUE "N".
       01  WS-CO-TABLE.
           03  WS-CO-ENTRY    OCCURS 20 TIMES
                               INDEXED BY WS-CO-IX.
               05  WS-CO-CD       PIC X(02).
       01  WS-CUR-CO          PIC  X(02).
       01  WS-BAT-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-BAT-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-SIGNED-OFF      PIC  X      VALUE "N".
       01  WS-CHK-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-CHK-GROSS       PIC  9(11)V99  VALUE ZERO.
       01  WS-CHK-NET         PIC  9(11)V99  VALUE ZERO.
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-CO-OVERFLOW     PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-BNK-OPEN        PIC  X      VALUE "N".
       01  WS-BNK-FOUND       PIC  X      VALUE "N".
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
           03  WS-DTL-ACCT    PIC X(10).
           03  WS-DTL-NAME    PIC X(30).
           03  WS-DTL-AMOUNT  PIC 9(09)V99.
           03  WS-DTL-REF     PIC X(04).
       01  WS-TRL-REC.
           03  WS-TRL-ID      PIC X(01)  VALUE "T".
           03  WS-TRL-COUNT   PIC 9(06).
           03  WS-TRL-AMOUNT  PIC 9(11)V99.
           03  WS-TRL-CO      PIC X(02).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
                PERFORM CHECK-VARIANCE-SIGNOFF
                IF WS-SIGNED-OFF = "Y"
                   PERFORM OPEN-BANK-FILE
                   IF WS-BNK-OPEN = "Y"
                      PERFORM BUILD-XFER-FILE
                      CLOSE BANK-FILE
                   ELSE
                      MOVE "N" TO WS-RUN-OK
                   END-IF
                ELSE
                   MOVE "N" TO WS-RUN-OK
                END-IF
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           GOBACK.
       CHECK-VARIANCE-SIGNOFF.
           MOVE  "N"           TO   WS-SIGNED-OFF.
           OPEN  INPUT VSO-FILE.
           EVALUATE VSO-STS
             WHEN "00"
                MOVE  WK-PERIOD     TO   VSO-PERIOD
                READ  VSO-FILE KEY IS VSO-PERIOD
                  INVALID KEY
                      DISPLAY "No variance report for period "
                              WK-PERIOD " - run PAYVAR first"
                  NOT INVALID KEY
                      IF VSO-STATUS = "S"
                         MOVE "Y" TO WS-SIGNED-OFF
                      ELSE
                         DISPLAY "Variance report for " WK-PERIOD
                                 " not signed off by a supervisor"
                                 " - release refused"
                      END-IF
                END-READ
                CLOSE VSO-FILE
             WHEN "35"
                DISPLAY "PAYVARSO not found - run PAYVAR first"
             WHEN OTHER
                DISPLAY "PAYVARSO open failed, status " VSO-STS
           END-EVALUATE.
           IF WS-SIGNED-OFF = "Y"
              PERFORM TOTAL-PERIOD-RECS
              IF WS-CHK-COUNT NOT = VSO-REG-COUNT
                 OR WS-CHK-GROSS NOT = VSO-GROSS
                 OR WS-CHK-NET NOT = VSO-NET
                 DISPLAY "PAYREG changed since variance sign-off"
                         " - rerun PAYVAR"
                 MOVE "N" TO WS-SIGNED-OFF
              ELSE
              IF WS-CO-OVERFLOW = "Y"
                 DISPLAY "More than 20 paying companies in period "
                         WK-PERIOD " - no transfer file written"
                 MOVE "N" TO WS-SIGNED-OFF
              ELSE
                 DISPLAY "Variance report signed off by "
                         VSO-SIGN-OPR " at " VSO-SIGN-TS(1:14)
              END-IF
              END-IF
           END-IF.
       TOTAL-PERIOD-RECS.
           MOVE  ZERO          TO   WS-CHK-COUNT.
           MOVE  ZERO          TO   WS-CHK-GROSS.
           MOVE  ZERO          TO   WS-CHK-NET.
           MOVE  ZERO          TO   WS-CO-MAX.
           MOVE  "N"           TO   WS-CO-OVERFLOW.
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
                     ADD  1         TO WS-CHK-COUNT
                     ADD  REG-GROSS TO WS-CHK-GROSS
                     ADD  REG-NET   TO WS-CHK-NET
                     PERFORM NOTE-COMPANY
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  "N"           TO   WS-EOF.
       NOTE-COMPANY.
           MOVE  "N"           TO   WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                     UNTIL WS-CO-IDX > WS-CO-MAX
                        OR WS-CO-FOUND = "Y"
              SET  WS-CO-IX TO WS-CO-IDX
              IF WS-CO-CD(WS-CO-IX) = REG-CO-CD
                 MOVE "Y" TO WS-CO-FOUND
              END-IF
           END-PERFORM.
           IF WS-CO-FOUND = "N"
              IF WS-CO-MAX < 20
                 ADD  1 TO WS-CO-MAX
                 SET  WS-CO-IX TO WS-CO-MAX
                 MOVE REG-CO-CD TO WS-CO-CD(WS-CO-IX)
              ELSE
                 DISPLAY "EXCEPTION: too many companies in period - "
                         REG-CD " company " REG-CO-CD " not batched"
                 MOVE "Y" TO WS-CO-OVERFLOW
                 MOVE "N" TO WS-RUN-OK
              END-IF
           END-IF.
       OPEN-BANK-FILE.
           MOVE  "N"           TO   WS-BNK-OPEN.
           OPEN  INPUT BANK-FILE.
                      " - contact support"
              MOVE "N" TO WS-RUN-OK
           ELSE
              MOVE  "N"         TO   WS-CO-OPEN
              OPEN  INPUT CO-FILE
              IF CO-STS = ZERO
                 MOVE "Y"       TO   WS-CO-OPEN
              ELSE
                 DISPLAY "COMPANY open failed, status " CO-STS
                         " - paying accounts left blank"
              END-IF
              PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                        UNTIL WS-CO-IDX > WS-CO-MAX
                 SET  WS-CO-IX TO WS-CO-IDX
                 MOVE WS-CO-CD(WS-CO-IX) TO WS-CUR-CO
                 PERFORM WRITE-COMPANY-BATCH
              END-PERFORM
              IF WS-CO-OPEN = "Y"
                 CLOSE CO-FILE
              END-IF
              CLOSE XFER-FILE
              DISPLAY " "
              DISPLAY "=== Wrote " WS-XFER-COUNT
                 MOVE "N" TO WS-RUN-OK
              END-IF
           END-IF.
       WRITE-COMPANY-BATCH.
           MOVE  ZERO          TO   WS-BAT-COUNT.
           MOVE  ZERO          TO   WS-BAT-TOTAL.
           MOVE  WK-PERIOD     TO   WS-HDR-PERIOD.
           MOVE  WS-TODAY      TO   WS-HDR-DATE.
           MOVE  WS-CUR-CO     TO   WS-HDR-CO.
           MOVE  SPACES        TO   WS-HDR-BANK.
           MOVE  SPACES        TO   WS-HDR-BRANCH.
           MOVE  SPACES        TO   WS-HDR-ACCT.
           IF WS-CO-OPEN = "Y"
              MOVE  WS-CUR-CO      TO   CO-CD
              READ  CO-FILE KEY IS    CO-CD
                INVALID KEY
                    DISPLAY "EXCEPTION: company " WS-CUR-CO
                            " not on COMPANY - paying account blank"
                NOT INVALID KEY
                    MOVE  CO-BANK     TO   WS-HDR-BANK
                    MOVE  CO-BRANCH   TO   WS-HDR-BRANCH
                    MOVE  CO-ACCT     TO   WS-HDR-ACCT
              END-READ
           END-IF.
           WRITE XFR-REC FROM WS-HDR-REC.
           PERFORM SELECT-PERIOD-RECS.
           MOVE  WS-BAT-COUNT  TO   WS-TRL-COUNT.
           MOVE  WS-BAT-TOTAL  TO   WS-TRL-AMOUNT.
           MOVE  WS-CUR-CO     TO   WS-TRL-CO.
           WRITE XFR-REC FROM WS-TRL-REC.
           DISPLAY "    Company " WS-CUR-CO ": " WS-BAT-COUNT
                   " transfer(s) totalling " WS-BAT-TOTAL.
       SELECT-PERIOD-RECS.
           MOVE  "N"           TO   WS-EOF.
           MOVE  WK-PERIOD     TO   REG-PERIOD.
           MOVE  LOW-VALUES    TO   REG-CD.
           START PAY-REG KEY IS >= REG-KEY
                  IF REG-PERIOD NOT = WK-PERIOD
                     MOVE "Y" TO WS-EOF
                  ELSE
                     IF REG-CO-CD = WS-CUR-CO
                        ADD  1 TO WS-READ-COUNT
                        PERFORM WRITE-ONE-XFER
                     END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
              MOVE  BNK-ACCT       TO   WS-DTL-ACCT
              MOVE  BNK-ACCT-NAME  TO   WS-DTL-NAME
              MOVE  REG-NET        TO   WS-DTL-AMOUNT
              MOVE  REG-CD         TO   WS-DTL-REF
              WRITE XFR-REC FROM WS-DTL-REC
              ADD   1              TO   WS-XFER-COUNT
                                        WS-BAT-COUNT
              ADD   REG-NET        TO   WS-XFER-TOTAL
                                        WS-BAT-TOTAL
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.

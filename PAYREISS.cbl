       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREISS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REGSEL.
           COPY RTNSEL.
           COPY BANKSEL.
           COPY COSEL.
           SELECT XFER-FILE ASSIGN TO "BANKREISS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  XFR-STS.
           COPY RUNSEL.
           SELECT SORT-WORK ASSIGN TO "REISORT".
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-REG.
           COPY REGREC.
       FD  RTN-FILE.
           COPY RTNREC.
       FD  BANK-FILE.
           COPY BANKREC.
       FD  CO-FILE.
           COPY COREC.
       FD  XFER-FILE.
       01  XFR-REC               PIC X(80).
       FD  RUN-LOG.
           COPY RUNREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-CO-CD      PIC X(02).
           03  SRT-RTN-KEY.
               05  SRT-PERIOD PIC 9(06).
               05  SRT-CD     PIC X(04).
               05  SRT-SEQ    PIC 9(02).
       WORKING-STORAGE SECTION.
       01  REG-STS            PIC  9(02).
       01  RTN-STS            PIC  9(02).
       01  BNK-STS            PIC  9(02).
       01  XFR-STS            PIC  9(02).
       01  CO-STS             PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-BNK-FOUND       PIC  X      VALUE "N".
       01  WS-CO-OPEN         PIC  X      VALUE "N".
       01  WS-FIRST-REC       PIC  X      VALUE "Y".
       01  WS-PREV-CO         PIC  X(02).
       01  WS-BAT-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-BAT-TOTAL       PIC  9(11)V99  VALUE ZERO.
       01  WS-TODAY           PIC  9(08).
       01  WK-CONFIRM         PIC  X(01).
       01  WS-WAIT-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-READY-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-XFER-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SKIP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-XFER-TOTAL      PIC  9(11)V99  VALUE ZERO.
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
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PAYREISS".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  ZERO          TO   WS-WAIT-COUNT.
           MOVE  ZERO          TO   WS-READY-COUNT.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-XFER-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           MOVE  ZERO          TO   WS-XFER-TOTAL.
           PERFORM SPOOL-OPEN.
           STRING  "*** Returned Payment Re-issue ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           OPEN  I-O RTN-FILE.
           EVALUATE RTN-STS
             WHEN "00"
                PERFORM OPEN-OTHER-FILES
                IF WS-OPENS-OK = "Y"
                   PERFORM PRINT-REISSUE-LIST
                   IF WS-READY-COUNT > ZERO
                      DISPLAY "Cut replacement transfer file"
                              " BANKREISS now (Y/N): " NO ADVANCING
                      ACCEPT  WK-CONFIRM
                      MOVE FUNCTION UPPER-CASE(WK-CONFIRM)
                                     TO WK-CONFIRM
                      IF WK-CONFIRM = "Y"
                         PERFORM BUILD-REISSUE-FILE
                      END-IF
                   END-IF
                   CLOSE PAY-REG
                   CLOSE BANK-FILE
                ELSE
                   IF REG-STS = "00"
                      CLOSE PAY-REG
                   END-IF
                   IF BNK-STS = "00"
                      CLOSE BANK-FILE
                   END-IF
                   MOVE "N" TO WS-RUN-OK
                END-IF
                CLOSE RTN-FILE
             WHEN "35"
                STRING  "BANKRTN not found - run PAYRTN first"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "BANKRTN open failed, status " RTN-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-OTHER-FILES.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  I-O   PAY-REG.
           OPEN  INPUT BANK-FILE.
           EVALUATE REG-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                STRING  "PAYREG not found - run PAYCALC first"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
           EVALUATE BNK-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                STRING  "EMPBANK not found - run EMPBNKMNT first"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                STRING  "EMPBANK open failed, status " BNK-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
       PRINT-REISSUE-LIST.
           PERFORM SPOOL-LINE.
           STRING  "Period Emp  Amount      Rsn Returned Fixed"
                   "    State"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   RTN-KEY.
           START RTN-FILE KEY IS >= RTN-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ RTN-FILE NEXT
             EVALUATE RTN-STS
               WHEN "00"
                  EVALUATE RTN-STATUS
                    WHEN "R"
                       ADD  1 TO WS-WAIT-COUNT
                       STRING  RTN-PERIOD " " RTN-CD " " RTN-AMOUNT
                               " " RTN-REASON " " RTN-RECV-DATE
                               "          awaiting bank correction"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                    WHEN "C"
                       ADD  1 TO WS-READY-COUNT
                       STRING  RTN-PERIOD " " RTN-CD " " RTN-AMOUNT
                               " " RTN-REASON " " RTN-RECV-DATE
                               " " RTN-FIX-DATE " ready to re-issue"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                    WHEN OTHER
                       CONTINUE
                  END-EVALUATE
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading BANKRTN, status "
                          RTN-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-READY-COUNT " ready to re-issue, "
                   WS-WAIT-COUNT " awaiting corrected bank details ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       BUILD-REISSUE-FILE.
           OPEN  OUTPUT XFER-FILE.
           IF XFR-STS NOT = ZERO
              STRING  "BANKREISS open failed, status " XFR-STS
                      " - contact support"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-RUN-OK
           ELSE
              MOVE  "N"         TO   WS-CO-OPEN
              OPEN  INPUT CO-FILE
              IF CO-STS = ZERO
                 MOVE "Y"       TO   WS-CO-OPEN
              ELSE
                 STRING  "COMPANY open failed, status " CO-STS
                         " - paying accounts left blank"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              MOVE  "Y"         TO   WS-FIRST-REC
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-CO-CD SRT-RTN-KEY
                      INPUT PROCEDURE  IS LOAD-READY-REISSUES
                      OUTPUT PROCEDURE IS REISSUE-SORTED
              IF WS-CO-OPEN = "Y"
                 CLOSE CO-FILE
              END-IF
              CLOSE XFER-FILE
              STRING  "=== Wrote " WS-XFER-COUNT
                      " replacement transfer(s) totalling "
                      WS-XFER-TOTAL " ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              IF WS-SKIP-COUNT > ZERO
                 STRING  "=== " WS-SKIP-COUNT
                         " re-issue(s) skipped - no bank details"
                         " on EMPBANK ==="
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE "N" TO WS-RUN-OK
              END-IF
           END-IF.
       LOAD-READY-REISSUES.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   RTN-KEY.
           START RTN-FILE KEY IS >= RTN-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ RTN-FILE NEXT
             EVALUATE RTN-STS
               WHEN "00"
                  IF RTN-STATUS = "C"
                     ADD  1 TO WS-READ-COUNT
                     PERFORM LOAD-ONE-REISSUE
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       LOAD-ONE-REISSUE.
           MOVE  RTN-KEY       TO   SRT-RTN-KEY.
           MOVE  SPACES        TO   SRT-CO-CD.
           MOVE  RTN-PERIOD    TO   REG-PERIOD.
           MOVE  RTN-CD        TO   REG-CD.
           READ  PAY-REG KEY IS REG-KEY
             INVALID KEY
                 STRING  "EXCEPTION: " RTN-CD " period " RTN-PERIOD
                         " not on PAYREG - paying company unknown"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
             NOT INVALID KEY
                 MOVE  REG-CO-CD   TO   SRT-CO-CD
           END-READ.
           RELEASE SORT-REC.
       REISSUE-SORTED.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PROCESS-SORTED-REISSUE
             END-RETURN
           END-PERFORM.
           IF WS-FIRST-REC = "N"
              PERFORM COMPANY-REISSUE-BREAK
           END-IF.
       PROCESS-SORTED-REISSUE.
           IF WS-FIRST-REC = "Y"
              MOVE  "N"        TO   WS-FIRST-REC
              MOVE  SRT-CO-CD  TO   WS-PREV-CO
              PERFORM START-COMPANY-BATCH
           ELSE
              IF SRT-CO-CD NOT = WS-PREV-CO
                 PERFORM COMPANY-REISSUE-BREAK
                 MOVE  SRT-CO-CD  TO   WS-PREV-CO
                 PERFORM START-COMPANY-BATCH
              END-IF
           END-IF.
           MOVE  SRT-RTN-KEY   TO   RTN-KEY.
           READ  RTN-FILE KEY IS RTN-KEY
             INVALID KEY
                 STRING  "I-O error re-reading BANKRTN for " SRT-CD
                         " - re-issue skipped, contact support"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD  1        TO   WS-SKIP-COUNT
             NOT INVALID KEY
                 PERFORM REISSUE-ONE
           END-READ.
       START-COMPANY-BATCH.
           MOVE  ZERO          TO   WS-BAT-COUNT.
           MOVE  ZERO          TO   WS-BAT-TOTAL.
           MOVE  WS-TODAY(1:6) TO   WS-HDR-PERIOD.
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
       COMPANY-REISSUE-BREAK.
           MOVE  WS-BAT-COUNT  TO   WS-TRL-COUNT.
           MOVE  WS-BAT-TOTAL  TO   WS-TRL-AMOUNT.
           MOVE  WS-PREV-CO    TO   WS-TRL-CO.
           WRITE XFR-REC FROM WS-TRL-REC.
           STRING  "    Company " WS-PREV-CO ": " WS-BAT-COUNT
                   " re-issue(s) totalling " WS-BAT-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
       REISSUE-ONE.
           MOVE  "Y"           TO   WS-BNK-FOUND.
           MOVE  RTN-CD        TO   BNK-CD.
           READ  BANK-FILE KEY IS   BNK-CD
             INVALID KEY
                 MOVE "N"      TO   WS-BNK-FOUND
           END-READ.
           IF WS-BNK-FOUND = "N"
              STRING  "EXCEPTION: no bank details for " RTN-CD
                      " - re-issue skipped, pay manually"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1           TO   WS-SKIP-COUNT
           ELSE
              MOVE  BNK-BANK       TO   WS-DTL-BANK
              MOVE  BNK-BRANCH     TO   WS-DTL-BRANCH
              MOVE  BNK-ACCT       TO   WS-DTL-ACCT
              MOVE  BNK-ACCT-NAME  TO   WS-DTL-NAME
              MOVE  RTN-AMOUNT     TO   WS-DTL-AMOUNT
              MOVE  RTN-CD         TO   WS-DTL-REF
              WRITE XFR-REC FROM WS-DTL-REC
              ADD   1              TO   WS-XFER-COUNT
                                        WS-BAT-COUNT
              ADD   RTN-AMOUNT     TO   WS-XFER-TOTAL
                                        WS-BAT-TOTAL
              MOVE  "I"            TO   RTN-STATUS
              MOVE  WS-TODAY       TO   RTN-REISS-DATE
              REWRITE RTN-REC
              MOVE  RTN-PERIOD     TO   REG-PERIOD
              MOVE  RTN-CD         TO   REG-CD
              READ  PAY-REG KEY IS REG-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  "I"      TO   REG-XFER-STATUS
                    REWRITE REG-REC
              END-READ
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "PAYREISS"             TO   RUN-PGM
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
                MOVE  "PAYREISS"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-XFER-COUNT          TO   RUN-WRITTEN
                MOVE  WS-SKIP-COUNT          TO   RUN-REJECTED
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

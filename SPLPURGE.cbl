       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPXSEL.
           COPY SPDSEL.
           COPY CTLSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPL-INDEX.
           COPY SPXREC.
       FD  SPL-DATA.
           COPY SPDREC.
       FD  EMP-CTL.
           COPY CTLREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  SPX-STS            PIC  9(02).
       01  SPD-STS            PIC  9(02).
       01  CTL-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-RUN-OK          PIC  X      VALUE "Y".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-LINE-EOF        PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY  PIC  9(04).
           03  WS-TODAY-MM    PIC  9(02).
           03  WS-TODAY-DD    PIC  9(02).
       01  WS-KEEP-MONTHS     PIC  9(04)  VALUE 13.
       01  WS-MONTH-NO        PIC  9(06)  VALUE ZERO.
       01  WS-CUTOFF-YYYY     PIC  9(04)  VALUE ZERO.
       01  WS-CUTOFF-MM       PIC  9(02)  VALUE ZERO.
       01  WS-CUTOFF-PERIOD   PIC  9(06)  VALUE ZERO.
       01  WS-RUN-PERIOD      PIC  9(06)  VALUE ZERO.
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-PURGE-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-LINE-COUNT      PIC  9(08)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"           TO   WS-RUN-OK.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-PURGE-COUNT.
           MOVE  ZERO          TO   WS-LINE-COUNT.
           DISPLAY "*** Report Spool Retention Purge ***".
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-RETENTION.
           COMPUTE WS-MONTH-NO = WS-TODAY-YYYY * 12
                               + WS-TODAY-MM - 1 - WS-KEEP-MONTHS.
           DIVIDE  WS-MONTH-NO BY 12 GIVING WS-CUTOFF-YYYY
                                  REMAINDER WS-CUTOFF-MM.
           ADD     1           TO   WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-PERIOD = WS-CUTOFF-YYYY * 100
                                    + WS-CUTOFF-MM.
           DISPLAY "Retention " WS-KEEP-MONTHS " month(s) - purging"
                   " reports run before " WS-CUTOFF-PERIOD.
           OPEN  I-O SPL-INDEX.
           EVALUATE SPX-STS
             WHEN "00"
                OPEN  I-O SPL-DATA
                IF SPD-STS NOT = ZERO
                   DISPLAY "SPLDATA open failed, status " SPD-STS
                   MOVE "N" TO WS-RUN-OK
                ELSE
                   PERFORM PURGE-OLD-REPORTS
                   CLOSE SPL-DATA
                END-IF
                CLOSE SPL-INDEX
                DISPLAY "=== Purged " WS-PURGE-COUNT " report(s), "
                        WS-LINE-COUNT " spool line(s) ==="
             WHEN "35"
                DISPLAY "SPLINDEX not found - nothing to purge"
             WHEN OTHER
                DISPLAY "SPLINDEX open failed, status " SPX-STS
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           GOBACK.
       GET-RETENTION.
           MOVE  13            TO   WS-KEEP-MONTHS.
           OPEN  INPUT EMP-CTL.
           IF CTL-STS = ZERO
              MOVE  "SPLR"        TO   CTL-KEY
              READ  EMP-CTL KEY IS CTL-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CTL-VALUE > ZERO
                       MOVE  CTL-VALUE  TO   WS-KEEP-MONTHS
                    END-IF
              END-READ
              CLOSE EMP-CTL
           END-IF.
       PURGE-OLD-REPORTS.
           MOVE  ZERO          TO   SPX-ID.
           START SPL-INDEX KEY IS >= SPX-ID
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ SPL-INDEX NEXT
             EVALUATE SPX-STS
               WHEN "00"
                  ADD  1 TO WS-READ-COUNT
                  MOVE SPX-TS(1:6) TO WS-RUN-PERIOD
                  IF SPX-STATUS NOT = "P"
                     AND WS-RUN-PERIOD < WS-CUTOFF-PERIOD
                     PERFORM PURGE-ONE-REPORT
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading SPLINDEX, status "
                          SPX-STS " - contact support"
                  MOVE "N" TO WS-RUN-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       PURGE-ONE-REPORT.
           MOVE  "N"           TO   WS-LINE-EOF.
           MOVE  SPX-ID        TO   SPD-ID.
           MOVE  ZERO          TO   SPD-LINE.
           START SPL-DATA KEY IS >= SPD-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-LINE-EOF
           END-START.
           PERFORM UNTIL WS-LINE-EOF = "Y"
             READ SPL-DATA NEXT
             EVALUATE SPD-STS
               WHEN "00"
                  IF SPD-ID NOT = SPX-ID
                     MOVE "Y" TO WS-LINE-EOF
                  ELSE
                     DELETE SPL-DATA RECORD
                     ADD  1 TO WS-LINE-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LINE-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  "P"           TO   SPX-STATUS.
           REWRITE SPX-REC.
           ADD   1             TO   WS-PURGE-COUNT.
           DISPLAY "Purged report " SPX-ID " " SPX-PGM " run "
                   SPX-TS(1:8).
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "SPLPURGE"             TO   RUN-PGM
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
                MOVE  "SPLPURGE"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                IF WS-RUN-OK = "Y"
                   MOVE  "OK"                TO   RUN-STATUS
                ELSE
                   MOVE  "ERR"               TO   RUN-STATUS
                END-IF
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-PURGE-COUNT         TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPDSEL.
           COPY ASHSEL.
           COPY DEPTSEL.
           SELECT LIST-PARM ASSIGN TO "EMPLISTPARM"
                  ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  ASH-FILE.
           COPY ASHREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  LIST-PARM.
           03  SRT-STATUS     PIC X(01).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC 9(02).
       01  ASH-STS            PIC 9(02).
       01  WS-EMP-DSN         PIC X(08)  VALUE "EMPFILE".
       01  WS-USE-ASOF        PIC X      VALUE "N".
       01  WS-SRC-OK          PIC X      VALUE "Y".
       01  WS-ASOF-DATE       PIC 9(08)  VALUE ZERO.
       01  DEPT-STS           PIC 9(02).
       01  PARM-STS           PIC 9(02).
       01  WS-MAP-EOF         PIC X      VALUE "N".
           03  DSP-DPT-CD     PIC X(02).
           03  FILLER         PIC X.
           03  DSP-ENT-DATE   PIC 9999/99/99.
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPLIST".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  99999999      TO   WS-FILTER-TO-DT.
           MOVE  SPACES        TO   WS-PREV-DIV.
           MOVE  ZERO          TO   WS-DIV-COUNT.
           PERFORM SPOOL-OPEN.
           PERFORM ACCEPT-FILTERS.
           STRING  "Dept " WS-FILTER-DPT-CD " from " WS-FILTER-FROM-DT
                   " to " WS-FILTER-TO-DT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           PERFORM CHOOSE-EMP-SOURCE.
           PERFORM LOAD-DEPT-MAP.
           ACCEPT  WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE    WS-RUN-DATE(1:4)  TO   WS-DSP-YYYY.
           MOVE    WS-RUN-DATE(5:2)  TO   WS-DSP-MM.
           MOVE    WS-RUN-DATE(7:2)  TO   WS-DSP-DD.
           IF WS-SRC-OK = "Y"
              SORT    SORT-WORK
                      ON ASCENDING KEY SRT-DIV-CD SRT-DPT-CD SRT-CD
                      INPUT PROCEDURE  IS LOAD-SORT
                      OUTPUT PROCEDURE IS PRINT-REPORT
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       ACCEPT-FILTERS.
           OPEN  INPUT LIST-PARM.
           EVALUATE PARM-STS
             WHEN "00"
                MOVE    "*** Filters taken from EMPLISTPARM ***"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM READ-PARM-FILTERS
                CLOSE LIST-PARM
             WHEN "35"
                PERFORM PROMPT-FILTERS
             WHEN OTHER
                STRING  "EMPLISTPARM open failed, status " PARM-STS
                        " - prompting instead"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM PROMPT-FILTERS
           END-EVALUATE.
       READ-PARM-FILTERS.
                   MOVE  PARM-REC(1:8)  TO   WS-FILTER-TO-DT
                END-IF
           END-READ.
           READ LIST-PARM NEXT
             AT END
                CONTINUE
             NOT AT END
                IF PARM-REC(1:1) = "A" OR PARM-REC(1:1) = "Y"
                   MOVE  "Y"            TO   WS-USE-ASOF
                END-IF
           END-READ.
       PROMPT-FILTERS.
           DISPLAY "Dept code filter (blank = all): " NO ADVANCING.
           ACCEPT   WS-FILTER-DPT-CD.
           IF WS-FILTER-TO-DT = ZERO
              MOVE 99999999 TO WS-FILTER-TO-DT
           END-IF.
           PERFORM PROMPT-EMP-SOURCE.
       LOAD-DEPT-MAP.
           MOVE  "N"           TO   WS-MAP-EOF.
           MOVE  ZERO          TO   WS-MAP-MAX.
                END-PERFORM
                CLOSE DEPT-FILE
             WHEN "35"
                STRING  "DEPTMAST not found - division subtotals"
                        " will show ??"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PROMPT-EMP-SOURCE.
           DISPLAY "Run against as-of master EMPASOF (Y/N)? "
                   NO ADVANCING.
           ACCEPT  WS-USE-ASOF.
           MOVE FUNCTION UPPER-CASE(WS-USE-ASOF) TO WS-USE-ASOF.
       CHOOSE-EMP-SOURCE.
           MOVE  "EMPFILE"     TO   WS-EMP-DSN.
           MOVE  "Y"           TO   WS-SRC-OK.
           IF WS-USE-ASOF = "Y"
              OPEN  INPUT ASH-FILE
              EVALUATE ASH-STS
                WHEN "00"
                   READ ASH-FILE NEXT
                     AT END
                        MOVE "N" TO WS-SRC-OK
                     NOT AT END
                        MOVE ASH-ASOF-DATE TO WS-ASOF-DATE
                   END-READ
                   CLOSE ASH-FILE
                WHEN OTHER
                   MOVE "N" TO WS-SRC-OK
              END-EVALUATE
              IF WS-SRC-OK = "Y"
                 MOVE  "EMPASOF"  TO   WS-EMP-DSN
                 STRING  "*** Run against as-of master - employees"
                         " as at " WS-ASOF-DATE " (built "
                         ASH-BUILT-TS(1:8) " by " ASH-OPR ") ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "As-of master not built - run EMPASOF"
                         " first"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       FIND-DIV-CD.
           MOVE  "??"          TO   SRT-DIV-CD.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
             WHEN "00"
                CONTINUE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-LOAD-EOF
           END-EVALUATE.
           IF WS-LOAD-EOF NOT = "Y" AND WS-FILTER-DPT-CD NOT = SPACES
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN "91"
               WHEN "99"
                  STRING  "I-O error reading EMP-FILE, status " EMP-STS
                          " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
               WHEN OTHER
                  STRING  "Unexpected EMP-FILE status " EMP-STS
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-LOAD-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE   SRT-NAME       TO   DSP-NAME.
           MOVE   SRT-DPT-CD     TO   DSP-DPT-CD.
           MOVE   SRT-ENT-DATE   TO   DSP-ENT-DATE.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ADD    1 TO WS-LINE-CNT WS-DPT-COUNT WS-DIV-COUNT
                       WS-GRAND-COUNT.
       DEPT-BREAK.
           IF WS-DPT-COUNT > ZERO
              STRING  "     -- Dept " WS-PREV-DPT " subtotal: "
                      WS-DPT-COUNT " employee(s) --"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD    1 TO WS-SUMMARY-MAX
              SET    WS-SUM-IX TO WS-SUMMARY-MAX
              MOVE   WS-PREV-DPT  TO   WS-SUM-DPT-CD(WS-SUM-IX)
           END-IF.
       DIV-BREAK.
           IF WS-DIV-COUNT > ZERO
              STRING  "     == Division " WS-PREV-DIV " subtotal: "
                      WS-DIV-COUNT " employee(s) =="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE   ZERO TO WS-DIV-COUNT
           END-IF.
       PRINT-DEPT-SUMMARY.
           PERFORM SPOOL-LINE.
           MOVE    "*** Headcount Summary by Department ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Dpt Count"   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "--- -----"   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                     UNTIL WS-SUMMARY-IDX > WS-SUMMARY-MAX
              SET  WS-SUM-IX TO WS-SUMMARY-IDX
              STRING  WS-SUM-DPT-CD(WS-SUM-IX) "  "
                      WS-SUM-CNT(WS-SUM-IX)
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-PERFORM.
       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > ZERO
              STRING  "                    --- End of page " WS-PAGE-NO
                      " ---"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           ADD    1 TO WS-PAGE-NO.
           PERFORM SPOOL-LINE.
           STRING  "*** Employee Roster ***   Run date: " WS-DSP-DATE
                   "   Page: " WS-PAGE-NO
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-EMP-DSN = "EMPASOF"
              STRING  "    Employees as at " WS-ASOF-DATE
                      " (as-of master)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           MOVE    "ID   Employee Name        Dpt Enter date"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE    "---- -------------------- --- ----------"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE   ZERO TO WS-LINE-CNT.
       PRINT-GRAND-TOTAL.
           PERFORM SPOOL-LINE.
           STRING  "=== Grand total: " WS-GRAND-COUNT
                   " employee(s) ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== End of report - page " WS-PAGE-NO " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
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

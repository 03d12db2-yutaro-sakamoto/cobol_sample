           03  DSP-NEW-GRADE  PIC X(02).
           03  FILLER         PIC X(02).
           03  DSP-OLD-SALARY PIC Z,ZZZ,ZZ9.99.
           03  DSP-OLD-SAL-X  REDEFINES DSP-OLD-SALARY PIC X(12).
           03  FILLER         PIC X(04)  VALUE " -> ".
           03  DSP-NEW-SALARY PIC Z,ZZZ,ZZ9.99.
           03  DSP-NEW-SAL-X  REDEFINES DSP-NEW-SALARY PIC X(12).
           03  FILLER         PIC X(02).
           03  DSP-INCREASE   PIC +(08)9.99.
           03  DSP-INCREASE-X REDEFINES DSP-INCREASE PIC X(12).
           03  FILLER         PIC X(02).
           03  DSP-SOURCE     PIC X(10).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "COMPRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03)  VALUE "SAL".
       01  WS-SEC-PGM         PIC  X(10)  VALUE "COMPRPT".
       01  WS-SEC-SHOW        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-ENTRY-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Salary Progression Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           DISPLAY "Employee code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "V"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           STRING  "Employee " WK-CD
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-PARM.
           OPEN  INPUT COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                PERFORM SPOOL-LINE
                STRING  "--- Compensation history for " WK-CD " ---"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                STRING  "Eff date    Gd -> Gd        Old salary"
                        " ->   New salary     Increase  Source"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                PERFORM UNTIL WS-EOF = "Y"
                  READ COMP-HIST NEXT
                  EVALUATE COMP-STS
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading COMPHIST, status "
                               COMP-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE COMP-HIST
                PERFORM SPOOL-LINE
                STRING  "=== " WS-ENTRY-COUNT
                        " compensation change(s) on record ==="
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                STRING  "COMPHIST not found - no compensation"
                        " changes recorded yet"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "COMPHIST open failed, status " COMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       PRINT-COMP-LINE.
           ADD   1                  TO   WS-ENTRY-COUNT.
           MOVE  COMP-EFF-DATE      TO   DSP-EFF-DATE.
           MOVE  COMP-OLD-GRADE     TO   DSP-OLD-GRADE.
           MOVE  COMP-NEW-GRADE     TO   DSP-NEW-GRADE.
           IF WS-SEC-SHOW = "Y"
              MOVE  COMP-OLD-SALARY    TO   DSP-OLD-SALARY
              MOVE  COMP-NEW-SALARY    TO   DSP-NEW-SALARY
              COMPUTE WS-INCREASE =
                      COMP-NEW-SALARY - COMP-OLD-SALARY
              MOVE  WS-INCREASE        TO   DSP-INCREASE
           ELSE
              MOVE  "   *********"     TO   DSP-OLD-SAL-X
              MOVE  "   *********"     TO   DSP-NEW-SAL-X
              MOVE  "   *********"     TO   DSP-INCREASE-X
           END-IF.
           MOVE  COMP-SOURCE        TO   DSP-SOURCE.
           MOVE  DSP-REC       TO   WS-SPL-LINE
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

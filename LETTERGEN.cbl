       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPTSEL.
           COPY GRDSEL.
           COPY CONSEL.
           COPY HISTSEL.
           COPY COMPSEL.
           COPY LTTSEL.
           COPY LTLSEL.
           SELECT SORT-WORK ASSIGN TO "LETTERSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       FD  GRD-FILE.
           COPY GRDREC.
       FD  CON-FILE.
           COPY CONREC.
       FD  EMP-HIST.
           COPY HISTREC.
       FD  COMP-HIST.
           COPY COMPREC.
       FD  LTT-FILE.
           COPY LTTREC.
       FD  LTL-FILE.
           COPY LTLREC.
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-CD         PIC X(04).
           03  SRT-DATE       PIC 9(08).
           03  SRT-PRI        PIC 9(01).
           03  SRT-TYPE       PIC X(03).
           03  SRT-OLD-DPT    PIC X(02).
           03  SRT-OLD-GRADE  PIC X(02).
           03  SRT-NEW-GRADE  PIC X(02).
           03  SRT-OLD-SAL    PIC 9(07)V99.
           03  SRT-NEW-SAL    PIC 9(07)V99.
           03  SRT-YEARS      PIC 9(02).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  GRD-STS            PIC  9(02).
       01  CON-STS            PIC  9(02).
       01  HIST-STS           PIC  9(02).
       01  COMP-STS           PIC  9(02).
       01  LTT-STS            PIC  9(02).
       01  LTL-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-EMP-OPEN        PIC  X      VALUE "N".
       01  WS-DEPT-OPEN       PIC  X      VALUE "N".
       01  WS-GRD-OPEN        PIC  X      VALUE "N".
       01  WS-CON-OPEN        PIC  X      VALUE "N".
       01  WS-LTT-OPEN        PIC  X      VALUE "N".
       01  WS-LTL-OPEN        PIC  X      VALUE "N".
       01  WS-FOUND           PIC  X      VALUE "N".
       01  WS-DATES-OK        PIC  X      VALUE "N".
       01  WK-FROM-DATE       PIC  9(08).
       01  WK-TO-DATE         PIC  9(08).
       01  WS-TODAY           PIC  9(08).
       01  WS-CALC-YYYY       PIC  9(04).
       01  WS-CALC-MM         PIC  9(02).
       01  WS-CALC-ADD        PIC  9(04).
       01  WS-CALC-PERIOD     PIC  9(06).
       01  WS-CALC-DATE       PIC  9(08).
       01  WS-CALC-DD         PIC  9(02).
       01  WS-ANV-IX          PIC  9(01).
       01  WS-ANV-TABLE.
           03  FILLER         PIC  9(02)  VALUE 05.
           03  FILLER         PIC  9(02)  VALUE 10.
           03  FILLER         PIC  9(02)  VALUE 20.
       01  WS-ANV-YEARS-TBL   REDEFINES WS-ANV-TABLE.
           03  WS-ANV-YEARS   PIC  9(02)  OCCURS 3 TIMES.
       01  WS-REH-CD          PIC  X(04).
       01  WS-REH-DATE        PIC  9(08).
       01  WS-DEPT-NAME       PIC  X(20).
       01  WS-OLD-DNAME       PIC  X(20).
       01  WS-ADDR1           PIC  X(30).
       01  WS-ADDR2           PIC  X(30).
       01  WS-GRADE           PIC  X(02).
       01  WS-SALARY          PIC  9(07)V99.
       01  WS-GRD-MIN         PIC  9(07)V99.
       01  WS-GRD-MAX         PIC  9(07)V99.
       01  WS-LTR-DESC        PIC  X(40)  VALUE SPACES.
       01  WS-IX              PIC  9(03).
       01  WS-JX              PIC  9(03).
       01  WS-TOK-LEN         PIC  9(03).
       01  WS-OUT-PTR         PIC  9(03).
       01  WS-TOKEN           PIC  X(08).
       01  WS-TOK-VAL         PIC  X(40).
       01  WS-TOK-FOUND       PIC  X      VALUE "N".
       01  WS-LINE-COUNT      PIC  9(03)  VALUE ZERO.
       01  WS-EVT-COUNT       PIC  9(05)  VALUE ZERO.
       01  WS-LTR-COUNT       PIC  9(05)  VALUE ZERO.
       01  WS-DUP-COUNT       PIC  9(05)  VALUE ZERO.
       01  WS-REH-SKIP        PIC  9(05)  VALUE ZERO.
       01  WS-TRM-SKIP        PIC  9(05)  VALUE ZERO.
       01  WS-TPL-SKIP        PIC  9(05)  VALUE ZERO.
       01  WS-EXC-COUNT       PIC  9(05)  VALUE ZERO.
       01  DSP-DATE           PIC  9999/99/99.
       01  DSP-AMT            PIC  Z,ZZZ,ZZ9.99.
       01  DSP-YEARS          PIC  Z9.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "LETTERGEN".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-EVT-COUNT.
           MOVE  ZERO          TO   WS-LTR-COUNT.
           MOVE  ZERO          TO   WS-DUP-COUNT.
           MOVE  ZERO          TO   WS-REH-SKIP.
           MOVE  ZERO          TO   WS-TRM-SKIP.
           MOVE  ZERO          TO   WS-TPL-SKIP.
           MOVE  ZERO          TO   WS-EXC-COUNT.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              ACCEPT  WS-TODAY FROM DATE YYYYMMDD
              PERFORM ACCEPT-DATE-RANGE
              IF WS-DATES-OK = "Y"
                 PERFORM SPOOL-OPEN
                 MOVE    "*** HR Letter Run ***" TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 STRING  "Events " WK-FROM-DATE " to " WK-TO-DATE
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-PARM
                 STRING  "Events dated " WK-FROM-DATE " to "
                         WK-TO-DATE ", run " WS-TODAY " by "
                         WS-OPR-ID
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
                 PERFORM OPEN-LETTER-FILES
                 IF WS-EMP-OPEN = "Y" AND WS-LTL-OPEN = "Y"
                    SORT    SORT-WORK
                            ON ASCENDING KEY SRT-CD SRT-DATE SRT-PRI
                            INPUT PROCEDURE  IS LOAD-EVENTS
                            OUTPUT PROCEDURE IS PRINT-LETTERS
                    PERFORM SPOOL-LINE
                    STRING  "=== " WS-EVT-COUNT " event(s), "
                            WS-LTR-COUNT " letter(s) produced ==="
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    STRING  "=== Skipped: " WS-DUP-COUNT
                            " already lettered, " WS-REH-SKIP
                            " covered by rehire letter, " WS-TRM-SKIP
                            " terminated, " WS-TPL-SKIP
                            " no template, " WS-EXC-COUNT
                            " not on EMP-FILE ==="
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                    DISPLAY WS-LTR-COUNT " letter(s) produced, "
                            WS-TPL-SKIP " held for missing template."
                 END-IF
                 PERFORM CLOSE-LETTER-FILES
                 PERFORM SPOOL-CLOSE
              END-IF
           END-IF.
       MAIN-900.
           GOBACK.
       ACCEPT-DATE-RANGE.
           MOVE  "Y"           TO   WS-DATES-OK.
           DISPLAY "Events from date (YYYYMMDD)           : "
                   NO ADVANCING.
           ACCEPT  WK-FROM-DATE.
           DISPLAY "Events to date (YYYYMMDD, zero = today): "
                   NO ADVANCING.
           ACCEPT  WK-TO-DATE.
           IF WK-TO-DATE = ZERO
              MOVE  WS-TODAY      TO   WK-TO-DATE
           END-IF.
           EVALUATE TRUE
             WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-FROM-DATE) NOT = 0
                DISPLAY "From date is not a valid date."
                MOVE "N" TO WS-DATES-OK
             WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-TO-DATE) NOT = 0
                DISPLAY "To date is not a valid date."
                MOVE "N" TO WS-DATES-OK
             WHEN WK-FROM-DATE > WK-TO-DATE
                DISPLAY "From date is after to date."
                MOVE "N" TO WS-DATES-OK
           END-EVALUATE.
       OPEN-LETTER-FILES.
           MOVE  "N"           TO   WS-EMP-OPEN.
           MOVE  "N"           TO   WS-DEPT-OPEN.
           MOVE  "N"           TO   WS-GRD-OPEN.
           MOVE  "N"           TO   WS-CON-OPEN.
           MOVE  "N"           TO   WS-LTT-OPEN.
           MOVE  "N"           TO   WS-LTL-OPEN.
           OPEN  INPUT EMP-FILE.
           IF EMP-STS = ZERO
              MOVE "Y" TO WS-EMP-OPEN
           ELSE
              STRING  "EMP-FILE open failed, status " EMP-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS = ZERO
              MOVE "Y" TO WS-DEPT-OPEN
           ELSE
              STRING  "DEPTMAST open failed, status " DEPT-STS
                      " - department names will be blank"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           OPEN  INPUT GRD-FILE.
           IF GRD-STS = ZERO
              MOVE "Y" TO WS-GRD-OPEN
           ELSE
              STRING  "GRADMAST open failed, status " GRD-STS
                      " - grade bands will be zero"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
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
           OPEN  INPUT LTT-FILE.
           IF LTT-STS = ZERO
              MOVE "Y" TO WS-LTT-OPEN
           ELSE
              STRING  "LETTERTPL open failed, status " LTT-STS
                      " - no letters can be produced"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           OPEN  I-O LTL-FILE.
           IF LTL-STS = 35
              OPEN  OUTPUT LTL-FILE
              CLOSE LTL-FILE
              OPEN  I-O LTL-FILE
           END-IF.
           IF LTL-STS = ZERO
              MOVE "Y" TO WS-LTL-OPEN
           ELSE
              STRING  "LETTERLOG open failed, status " LTL-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       CLOSE-LETTER-FILES.
           IF WS-EMP-OPEN = "Y"
              CLOSE EMP-FILE
           END-IF.
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF.
           IF WS-GRD-OPEN = "Y"
              CLOSE GRD-FILE
           END-IF.
           IF WS-CON-OPEN = "Y"
              CLOSE CON-FILE
           END-IF.
           IF WS-LTT-OPEN = "Y"
              CLOSE LTT-FILE
           END-IF.
           IF WS-LTL-OPEN = "Y"
              CLOSE LTL-FILE
           END-IF.
       LOAD-EVENTS.
           PERFORM LOAD-COMP-EVENTS.
           PERFORM LOAD-HIST-EVENTS.
           PERFORM LOAD-DIARY-EVENTS.
       LOAD-COMP-EVENTS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ COMP-HIST NEXT
                  EVALUATE COMP-STS
                    WHEN "00"
                       IF COMP-EFF-DATE >= WK-FROM-DATE
                          AND COMP-EFF-DATE <= WK-TO-DATE
                          AND COMP-SOURCE NOT = "EMPREHIRE"
                          AND (COMP-OLD-SALARY NOT = COMP-NEW-SALARY
                           OR COMP-OLD-GRADE NOT = COMP-NEW-GRADE)
                          INITIALIZE SORT-REC
                          MOVE  COMP-CD         TO   SRT-CD
                          MOVE  COMP-EFF-DATE   TO   SRT-DATE
                          MOVE  2               TO   SRT-PRI
                          MOVE  "SAL"           TO   SRT-TYPE
                          MOVE  COMP-OLD-GRADE  TO   SRT-OLD-GRADE
                          MOVE  COMP-NEW-GRADE  TO   SRT-NEW-GRADE
                          MOVE  COMP-OLD-SALARY TO   SRT-OLD-SAL
                          MOVE  COMP-NEW-SALARY TO   SRT-NEW-SAL
                          PERFORM RELEASE-EVENT
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE COMP-HIST
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "COMPHIST open failed, status " COMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       LOAD-HIST-EVENTS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT EMP-HIST.
           EVALUATE HIST-STS
             WHEN "00"
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ EMP-HIST NEXT
                  EVALUATE HIST-STS
                    WHEN "00"
                       IF HIST-EFF-DATE >= WK-FROM-DATE
                          AND HIST-EFF-DATE <= WK-TO-DATE
                          PERFORM LOAD-ONE-HIST-EVENT
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-HIST
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPHIST open failed, status " HIST-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       LOAD-ONE-HIST-EVENT.
           INITIALIZE SORT-REC.
           MOVE  HIST-CD       TO   SRT-CD.
           MOVE  HIST-EFF-DATE TO   SRT-DATE.
           EVALUATE TRUE
             WHEN HIST-FIELD = "DPT"
                  AND HIST-OLD-VAL NOT = HIST-NEW-VAL
                MOVE  3            TO   SRT-PRI
                MOVE  "TRF"        TO   SRT-TYPE
                MOVE  HIST-OLD-VAL TO   SRT-OLD-DPT
                PERFORM RELEASE-EVENT
             WHEN HIST-FIELD = "STS"
                  AND HIST-OLD-VAL(1:1) = "T"
                  AND HIST-NEW-VAL(1:1) = "A"
                MOVE  1            TO   SRT-PRI
                MOVE  "REH"        TO   SRT-TYPE
                PERFORM RELEASE-EVENT
           END-EVALUATE.
       LOAD-DIARY-EVENTS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  LOW-VALUES    TO   EMP-CD.
           START EMP-FILE KEY IS >= EMP-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  IF EMP-STATUS NOT = "T"
                     AND EMP-ENT-DATE NOT = ZERO
                     PERFORM CHECK-PROBATION-END
                     PERFORM CHECK-SERVICE-ANNIVERSARY
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-PROBATION-END.
           MOVE  EMP-ENT-DATE(1:4)  TO   WS-CALC-YYYY.
           MOVE  EMP-ENT-DATE(5:2)  TO   WS-CALC-MM.
           MOVE  6                  TO   WS-CALC-ADD.
           PERFORM ADD-CALC-MONTHS.
           PERFORM BUILD-CALC-DATE.
           IF WS-CALC-DATE >= WK-FROM-DATE
              AND WS-CALC-DATE <= WK-TO-DATE
              INITIALIZE SORT-REC
              MOVE  EMP-CD         TO   SRT-CD
              MOVE  WS-CALC-DATE   TO   SRT-DATE
              MOVE  4              TO   SRT-PRI
              MOVE  "PRB"          TO   SRT-TYPE
              PERFORM RELEASE-EVENT
           END-IF.
       CHECK-SERVICE-ANNIVERSARY.
           PERFORM VARYING WS-ANV-IX FROM 1 BY 1 UNTIL WS-ANV-IX > 3
             MOVE  EMP-ENT-DATE(1:4)  TO   WS-CALC-YYYY
             MOVE  EMP-ENT-DATE(5:2)  TO   WS-CALC-MM
             ADD   WS-ANV-YEARS(WS-ANV-IX) TO WS-CALC-YYYY
             COMPUTE WS-CALC-PERIOD =
                     WS-CALC-YYYY * 100 + WS-CALC-MM
             PERFORM BUILD-CALC-DATE
             IF WS-CALC-DATE >= WK-FROM-DATE
                AND WS-CALC-DATE <= WK-TO-DATE
                INITIALIZE SORT-REC
                MOVE  EMP-CD         TO   SRT-CD
                MOVE  WS-CALC-DATE   TO   SRT-DATE
                MOVE  5              TO   SRT-PRI
                MOVE  "ANV"          TO   SRT-TYPE
                MOVE  WS-ANV-YEARS(WS-ANV-IX) TO SRT-YEARS
                PERFORM RELEASE-EVENT
             END-IF
           END-PERFORM.
       ADD-CALC-MONTHS.
           COMPUTE WS-CALC-MM = WS-CALC-MM + WS-CALC-ADD.
           PERFORM UNTIL WS-CALC-MM <= 12
              SUBTRACT 12 FROM WS-CALC-MM
              ADD      1  TO   WS-CALC-YYYY
           END-PERFORM.
           COMPUTE WS-CALC-PERIOD =
                   WS-CALC-YYYY * 100 + WS-CALC-MM.
       BUILD-CALC-DATE.
           MOVE  EMP-ENT-DATE(7:2)  TO   WS-CALC-DD.
           COMPUTE WS-CALC-DATE = WS-CALC-PERIOD * 100 + WS-CALC-DD.
           PERFORM UNTIL WS-CALC-DD < 29
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
              SUBTRACT 1 FROM WS-CALC-DD
              COMPUTE WS-CALC-DATE =
                      WS-CALC-PERIOD * 100 + WS-CALC-DD
           END-PERFORM.
       RELEASE-EVENT.
           ADD   1             TO   WS-EVT-COUNT.
           RELEASE SORT-REC.
       PRINT-LETTERS.
           MOVE  SPACES        TO   WS-REH-CD.
           MOVE  ZERO          TO   WS-REH-DATE.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM PROCESS-ONE-EVENT
             END-RETURN
           END-PERFORM.
       PROCESS-ONE-EVENT.
           IF SRT-TYPE = "REH"
              MOVE  SRT-CD        TO   WS-REH-CD
              MOVE  SRT-DATE      TO   WS-REH-DATE
           END-IF.
           MOVE  SRT-CD        TO   LTL-CD.
           MOVE  SRT-TYPE      TO   LTL-TYPE.
           MOVE  SRT-DATE      TO   LTL-EVT-DATE.
           MOVE  "Y"           TO   WS-FOUND.
           READ  LTL-FILE KEY IS   LTL-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-FOUND
           END-READ.
           MOVE  SRT-CD        TO   EMP-CD.
           EVALUATE TRUE
             WHEN WS-FOUND = "Y"
                ADD  1 TO WS-DUP-COUNT
             WHEN (SRT-TYPE = "SAL" OR SRT-TYPE = "TRF")
                  AND SRT-CD = WS-REH-CD AND SRT-DATE = WS-REH-DATE
                ADD  1 TO WS-REH-SKIP
             WHEN OTHER
                READ  EMP-FILE KEY IS   EMP-CD
                  INVALID KEY
                      STRING  "EXCEPTION: " SRT-TYPE " event for "
                              SRT-CD " on " SRT-DATE
                              " - employee not on EMP-FILE"
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      ADD  1 TO WS-EXC-COUNT
                  NOT INVALID KEY
                      IF EMP-STATUS = "T"
                         ADD  1 TO WS-TRM-SKIP
                      ELSE
                         PERFORM PRODUCE-LETTER
                      END-IF
                END-READ
           END-EVALUATE.
       PRODUCE-LETTER.
           MOVE  "Y"           TO   WS-FOUND.
           IF WS-LTT-OPEN = "Y"
              MOVE  SRT-TYPE      TO   LTT-TYPE
              MOVE  ZERO          TO   LTT-LINE
              START LTT-FILE KEY IS >= LTT-KEY
                INVALID KEY
                    MOVE "N"      TO   WS-FOUND
              END-START
              IF WS-FOUND = "Y"
                 READ LTT-FILE NEXT
                 IF LTT-STS NOT = "00" OR LTT-TYPE NOT = SRT-TYPE
                    MOVE "N"      TO   WS-FOUND
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO WS-FOUND
           END-IF.
           IF WS-FOUND = "N"
              STRING  "EXCEPTION: no " SRT-TYPE " letter template - "
                      SRT-CD " " EMP-NAME " event " SRT-DATE
                      " not lettered"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-TPL-SKIP
           ELSE
              PERFORM LOAD-MERGE-DATA
              PERFORM SPOOL-LINE
              STRING  "+----------------------------------------"
                      "------------------------------+"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE  ZERO          TO   WS-LINE-COUNT
              MOVE  "N"           TO   WS-SCAN-EOF
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                ADD   1 TO WS-LINE-COUNT
                PERFORM UNTIL WS-LINE-COUNT >= LTT-LINE
                   PERFORM SPOOL-LINE
                   ADD   1 TO WS-LINE-COUNT
                END-PERFORM
                PERFORM MERGE-TEMPLATE-LINE
                PERFORM SPOOL-LINE
                READ LTT-FILE NEXT
                IF LTT-STS NOT = "00" OR LTT-TYPE NOT = SRT-TYPE
                   MOVE "Y" TO WS-SCAN-EOF
                END-IF
              END-PERFORM
              STRING  "+----------------------------------------"
                      "------------------------------+"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              PERFORM WRITE-LETTER-LOG
              ADD   1             TO   WS-LTR-COUNT
           END-IF.
       LOAD-MERGE-DATA.
           MOVE  EMP-GRADE     TO   WS-GRADE.
           MOVE  EMP-SALARY    TO   WS-SALARY.
           IF SRT-TYPE = "SAL"
              MOVE  SRT-NEW-GRADE TO   WS-GRADE
              MOVE  SRT-NEW-SAL   TO   WS-SALARY
           END-IF.
           MOVE  EMP-DPT-CD    TO   DEPT-CD.
           PERFORM LOOK-UP-DEPT-NAME.
           MOVE  DEPT-NAME     TO   WS-DEPT-NAME.
           MOVE  SPACES        TO   WS-OLD-DNAME.
           IF SRT-OLD-DPT NOT = SPACES
              MOVE  SRT-OLD-DPT   TO   DEPT-CD
              PERFORM LOOK-UP-DEPT-NAME
              MOVE  DEPT-NAME     TO   WS-OLD-DNAME
           END-IF.
           MOVE  ZERO          TO   WS-GRD-MIN.
           MOVE  ZERO          TO   WS-GRD-MAX.
           IF WS-GRD-OPEN = "Y"
              MOVE  WS-GRADE      TO   GRD-CD
              READ  GRD-FILE KEY IS   GRD-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  GRD-MIN-SALARY TO WS-GRD-MIN
                    MOVE  GRD-MAX-SALARY TO WS-GRD-MAX
              END-READ
           END-IF.
           MOVE  SPACES        TO   WS-ADDR1.
           MOVE  SPACES        TO   WS-ADDR2.
           IF WS-CON-OPEN = "Y"
              MOVE  EMP-CD        TO   CON-CD
              READ  CON-FILE KEY IS   CON-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  CON-ADDR1   TO   WS-ADDR1
                    MOVE  CON-ADDR2   TO   WS-ADDR2
              END-READ
           END-IF.
       LOOK-UP-DEPT-NAME.
           IF WS-DEPT-OPEN = "Y"
              READ  DEPT-FILE KEY IS   DEPT-CD
                INVALID KEY
                    MOVE  SPACES      TO   DEPT-NAME
              END-READ
           ELSE
              MOVE  SPACES        TO   DEPT-NAME
           END-IF.
       MERGE-TEMPLATE-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
           MOVE  1             TO   WS-OUT-PTR.
           MOVE  1             TO   WS-IX.
           PERFORM UNTIL WS-IX > 70
             MOVE  "N"           TO   WS-TOK-FOUND
             IF LTT-TEXT(WS-IX:1) = "&"
                PERFORM FIND-MERGE-TOKEN
             END-IF
             IF WS-TOK-FOUND = "Y"
                STRING  FUNCTION TRIM(WS-TOK-VAL)
                        DELIMITED BY SIZE
                        INTO WS-SPL-LINE WITH POINTER WS-OUT-PTR
                COMPUTE WS-IX = WS-JX + 1
             ELSE
                STRING  LTT-TEXT(WS-IX:1)
                        DELIMITED BY SIZE
                        INTO WS-SPL-LINE WITH POINTER WS-OUT-PTR
                ADD   1 TO WS-IX
             END-IF
           END-PERFORM.
       FIND-MERGE-TOKEN.
           COMPUTE WS-JX = WS-IX + 1.
           PERFORM UNTIL WS-JX > 70
                   OR LTT-TEXT(WS-JX:1) = "&"
              ADD   1 TO WS-JX
           END-PERFORM.
           COMPUTE WS-TOK-LEN = WS-JX - WS-IX - 1.
           IF WS-JX <= 70 AND WS-TOK-LEN > 0 AND WS-TOK-LEN < 9
              MOVE  LTT-TEXT(WS-IX + 1:WS-TOK-LEN) TO WS-TOKEN
              PERFORM RESOLVE-MERGE-TOKEN
           END-IF.
       RESOLVE-MERGE-TOKEN.
           MOVE  "Y"           TO   WS-TOK-FOUND.
           MOVE  SPACES        TO   WS-TOK-VAL.
           EVALUATE FUNCTION UPPER-CASE(WS-TOKEN)
             WHEN "TODAY"
                MOVE  WS-TODAY      TO   DSP-DATE
                MOVE  DSP-DATE      TO   WS-TOK-VAL
             WHEN "CD"
                MOVE  EMP-CD        TO   WS-TOK-VAL
             WHEN "NAME"
                MOVE  EMP-NAME      TO   WS-TOK-VAL
             WHEN "ADDR1"
                MOVE  WS-ADDR1      TO   WS-TOK-VAL
             WHEN "ADDR2"
                MOVE  WS-ADDR2      TO   WS-TOK-VAL
             WHEN "EFFDATE"
                MOVE  SRT-DATE      TO   DSP-DATE
                MOVE  DSP-DATE      TO   WS-TOK-VAL
             WHEN "DEPT"
                MOVE  EMP-DPT-CD    TO   WS-TOK-VAL
             WHEN "DEPTNAME"
                MOVE  WS-DEPT-NAME  TO   WS-TOK-VAL
             WHEN "OLDDEPT"
                MOVE  SRT-OLD-DPT   TO   WS-TOK-VAL
             WHEN "OLDDNAME"
                MOVE  WS-OLD-DNAME  TO   WS-TOK-VAL
             WHEN "GRADE"
                MOVE  WS-GRADE      TO   WS-TOK-VAL
             WHEN "OLDGRADE"
                MOVE  SRT-OLD-GRADE TO   WS-TOK-VAL
             WHEN "SALARY"
                MOVE  WS-SALARY     TO   DSP-AMT
                MOVE  DSP-AMT       TO   WS-TOK-VAL
             WHEN "OLDSAL"
                MOVE  SRT-OLD-SAL   TO   DSP-AMT
                MOVE  DSP-AMT       TO   WS-TOK-VAL
             WHEN "GRDMIN"
                MOVE  WS-GRD-MIN    TO   DSP-AMT
                MOVE  DSP-AMT       TO   WS-TOK-VAL
             WHEN "GRDMAX"
                MOVE  WS-GRD-MAX    TO   DSP-AMT
                MOVE  DSP-AMT       TO   WS-TOK-VAL
             WHEN "YEARS"
                MOVE  SRT-YEARS     TO   DSP-YEARS
                MOVE  DSP-YEARS     TO   WS-TOK-VAL
             WHEN OTHER
                MOVE  "N"           TO   WS-TOK-FOUND
           END-EVALUATE.
       WRITE-LETTER-LOG.
           EVALUATE SRT-TYPE
             WHEN "SAL"
                MOVE  "Salary change letter"      TO   WS-LTR-DESC
             WHEN "TRF"
                STRING  "Transfer letter " SRT-OLD-DPT " to "
                        EMP-DPT-CD
                        DELIMITED BY SIZE INTO WS-LTR-DESC
             WHEN "PRB"
                MOVE  "Probation confirmation letter"
                                                  TO   WS-LTR-DESC
             WHEN "ANV"
                MOVE  SRT-YEARS     TO   DSP-YEARS
                STRING  FUNCTION TRIM(DSP-YEARS)
                        "-year service anniversary letter"
                        DELIMITED BY SIZE INTO WS-LTR-DESC
             WHEN "REH"
                MOVE  "Rehire letter"             TO   WS-LTR-DESC
           END-EVALUATE.
           MOVE  SRT-CD        TO   LTL-CD.
           MOVE  SRT-TYPE      TO   LTL-TYPE.
           MOVE  SRT-DATE      TO   LTL-EVT-DATE.
           MOVE  WS-TODAY      TO   LTL-SENT-DATE.
           MOVE  WS-OPR-ID     TO   LTL-OPR.
           MOVE  WS-LTR-DESC   TO   LTL-DESC.
           WRITE LTL-REC
             INVALID KEY
                STRING  "LETTERLOG write failed for " SRT-CD
                        ", status " LTL-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-WRITE.
           MOVE  SPACES        TO   WS-LTR-DESC.
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

       01  WS-HR-COUNT        PIC 9(06)  VALUE ZERO.
       01  WS-SEEN-FLAGS.
           03  WS-SEEN        OCCURS 9999 TIMES PIC X(01).
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "EMPCOMPARE".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       01  WS-SEC-FUNC        PIC X(01).
       01  WS-SEC-FIELD       PIC X(03)   VALUE "SAL".
       01  WS-SEC-PGM         PIC X(10)   VALUE "EMPCOMPARE".
       01  WS-SEC-SHOW        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Reconciliation against HR extract ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  ALL "N"       TO   WS-SEEN-FLAGS.
           MOVE  "N"           TO   WS-HR-READ.
           MOVE  ZERO          TO   WS-HR-ONLY-COUNT.
                IF WS-HR-READ = "Y"
                   PERFORM SECTION-OURS-ONLY
                   PERFORM SECTION-MISMATCHES
                   PERFORM SPOOL-LINE
                   STRING  "=== HR rows: " WS-HR-COUNT
                           "  HR-only: " WS-HR-ONLY-COUNT
                           "  Ours-only: " WS-OURS-ONLY-COUNT
                           "  Mismatched: " WS-DIFF-COUNT " ==="
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                ELSE
                   STRING  "*** Comparison abandoned - HR extract"
                           " not available ***"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                END-IF
                CLOSE EMP-FILE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, EMP-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       SECTION-HR-ONLY.
           PERFORM SPOOL-LINE.
           MOVE  "--- Section 1: on HR side only ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT HR-EXTRACT.
           EVALUATE HRX-STS
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading HREXTRACT, status "
                               HRX-STS " - contact support"
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE HR-EXTRACT
             WHEN "35"
                MOVE    "HREXTRACT not found - nothing to compare"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-EOF
             WHEN OTHER
                STRING  "HREXTRACT open failed, status " HRX-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "Y" TO WS-EOF
           END-EVALUATE.
       SPLIT-HR-REC.
                 MOVE "N"      TO   WS-FOUND
           END-READ.
           IF WS-FOUND = "N"
              STRING  WS-HR-CD " " WS-FLD(2) " on HR extract but"
                      " not on EMP-FILE"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              ADD  1 TO WS-HR-ONLY-COUNT
           ELSE
              IF WS-HR-CD IS NUMERIC
              END-IF
           END-IF.
       SECTION-OURS-ONLY.
           PERFORM SPOOL-LINE.
           MOVE  "--- Section 2: on our side only ---" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   EMP-CD.
           START EMP-FILE KEY IS >= EMP-CD
                     MOVE  EMP-CD   TO   WS-HR-CD-NUM
                     IF WS-HR-CD-NUM > ZERO
                        AND WS-SEEN(WS-HR-CD-NUM) = "N"
                        STRING  EMP-CD " " EMP-NAME
                                " on EMP-FILE but not on HR extract"
                                DELIMITED BY SIZE INTO WS-SPL-LINE
                        PERFORM SPOOL-LINE
                        ADD  1 TO WS-OURS-ONLY-COUNT
                     END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status "
                          EMP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       SECTION-MISMATCHES.
           PERFORM SPOOL-LINE.
           MOVE    "--- Section 3: field-by-field mismatches ---"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT HR-EXTRACT.
           EVALUATE HRX-STS
              IF FUNCTION TRIM(WS-FLD(2))
                 NOT = FUNCTION TRIM(EMP-NAME)
                 PERFORM NOTE-MISMATCH
                 STRING  "    Name  : ours=" EMP-NAME
                         " hr=" WS-FLD(2)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-FLD(3)(1:2) NOT = EMP-DPT-CD
                 PERFORM NOTE-MISMATCH
                 STRING  "    Dept  : ours=" EMP-DPT-CD
                         " hr=" WS-FLD(3)(1:2)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-HR-DATE NOT = EMP-ENT-DATE
                 PERFORM NOTE-MISMATCH
                 STRING  "    Ent dt: ours=" EMP-ENT-DATE
                         " hr=" WS-HR-DATE
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-FLD(5)(1:1) NOT = EMP-STATUS
                 PERFORM NOTE-MISMATCH
                 STRING  "    Status: ours=" EMP-STATUS
                         " hr=" WS-FLD(5)(1:1)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-FLD(6)(1:2) NOT = EMP-GRADE
                 PERFORM NOTE-MISMATCH
                 STRING  "    Grade : ours=" EMP-GRADE
                         " hr=" WS-FLD(6)(1:2)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
              IF WS-HR-SALARY NOT = EMP-SALARY
                 PERFORM NOTE-MISMATCH
                 MOVE  "V"        TO   WS-SEC-FUNC
                 CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD,
                                      EMP-CD, WS-SEC-PGM, WS-SEC-SHOW
                 IF WS-SEC-SHOW = "Y"
                    STRING  "    Salary: ours=" EMP-SALARY
                            " hr=" WS-HR-SALARY
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                 ELSE
                    STRING  "    Salary: ours=*********"
                            " hr=*********"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                 END-IF
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       NOTE-MISMATCH.
           IF WS-MISMATCH = "N"
              MOVE  "Y"        TO   WS-MISMATCH
              ADD   1          TO   WS-DIFF-COUNT
              STRING  "Employee " EMP-CD " " EMP-NAME ":"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
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

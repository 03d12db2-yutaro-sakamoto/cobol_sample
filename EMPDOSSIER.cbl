           COPY HISTSEL.
           COPY COMPSEL.
           COPY REGSEL.
           COPY ASTSEL.
           COPY AISSEL.
           COPY LTLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY COMPREC.
       FD  PAY-REG.
           COPY REGREC.
       FD  AST-FILE.
           COPY ASTREC.
       FD  AIS-FILE.
           COPY AISREC.
       FD  LTL-FILE.
           COPY LTLREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  HIST-STS           PIC  9(02).
       01  COMP-STS           PIC  9(02).
       01  REG-STS            PIC  9(02).
       01  AST-STS            PIC  9(02).
       01  AIS-STS            PIC  9(02).
       01  LTL-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CD              PIC  X(04).
               05  WS-REG-TAX      PIC 9(07)V99.
               05  WS-REG-SOC      PIC 9(07)V99.
               05  WS-REG-NET      PIC 9(07)V99.
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03).
       01  WS-SEC-PGM         PIC  X(10) VALUE "EMPDOSSIER".
       01  WS-SEC-SHOW        PIC  X(01).
       01  WS-SHOW-SAL        PIC  X(01).
       01  WS-SHOW-BIR        PIC  X(01).
       01  WS-SHOW-CON        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPDOSSIER".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       01  WS-DOS-LIST        PIC  X(40)  VALUE SPACES.
       01  WS-DOS-PTR         PIC  9(02)  VALUE 1.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           MOVE  SPACES        TO   WS-DOS-LIST.
           MOVE  1             TO   WS-DOS-PTR.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Employee Dossier ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                END-PERFORM
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
           MOVE  WS-DOS-LIST   TO   WS-SPL-LINE.
           PERFORM SPOOL-PARM.
           PERFORM SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           GOBACK.
       PRINT-ONE-DOSSIER.
           PERFORM SPOOL-LINE.
           DISPLAY "Employee code (blank = done): " NO ADVANCING.
           ACCEPT  WK-CD.
           IF WK-CD = SPACES
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "N"
                 MOVE  "Employee not found!" TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  WK-CD " " DELIMITED BY SIZE
                         INTO WS-DOS-LIST WITH POINTER WS-DOS-PTR
                 PERFORM CHECK-SENSITIVE
                 PERFORM LOOK-UP-NAMES
                 PERFORM PRINT-MASTER-BLOCK
                 IF WS-SHOW-CON = "Y"
                    PERFORM PRINT-CONTACT-BLOCK
                 ELSE
                    MOVE  "Contact    : (restricted)" TO   WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
                 PERFORM PRINT-DEPT-HISTORY
                 PERFORM PRINT-ASSETS-HELD
                 PERFORM PRINT-LETTERS-SENT
                 IF WS-SHOW-SAL = "Y"
                    PERFORM PRINT-COMP-HISTORY
                    PERFORM PRINT-LAST-PAY
                 ELSE
                    PERFORM SPOOL-LINE
                    STRING  "Salary progression and pay register:"
                            " (restricted)"
                            DELIMITED BY SIZE INTO WS-SPL-LINE
                    PERFORM SPOOL-LINE
                 END-IF
                 MOVE    "+======================================+"
                         TO   WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
       CHECK-SENSITIVE.
           MOVE  "V"           TO   WS-SEC-FUNC.
           MOVE  "SAL"         TO   WS-SEC-FIELD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           MOVE  WS-SEC-SHOW   TO   WS-SHOW-SAL.
           MOVE  "BIR"         TO   WS-SEC-FIELD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           MOVE  WS-SEC-SHOW   TO   WS-SHOW-BIR.
           MOVE  "CON"         TO   WS-SEC-FIELD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           MOVE  WS-SEC-SHOW   TO   WS-SHOW-CON.
       LOOK-UP-NAMES.
           MOVE  SPACES        TO   WS-MGR-NAME.
           IF EMP-MGR-CD NOT = SPACES
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "DEPTMAST open failed, status " DEPT-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRINT-MASTER-BLOCK.
           MOVE    "+======================================+"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "EMPLOYEE DOSSIER  " EMP-CD "  " EMP-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM SPOOL-LINE.
           STRING  "Department : " EMP-DPT-CD "  " WS-DEPT-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Status     : " EMP-STATUS
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Entered    : " EMP-ENT-DATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-SHOW-BIR = "Y"
              STRING  "Birth date : " EMP-BIRTH-DATE
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  "Birth date : ********" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           STRING  "Grade      : " EMP-GRADE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-SHOW-SAL = "Y"
              STRING  "Salary     : " EMP-SALARY
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  "Salary     : *********" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           STRING  "Manager    : " EMP-MGR-CD "  " WS-MGR-NAME
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       PRINT-CONTACT-BLOCK.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT CON-FILE.
                MOVE  WK-CD        TO   CON-CD
                READ  CON-FILE KEY IS   CON-CD
                  INVALID KEY
                      MOVE    "Contact    : (none on file)"
                              TO   WS-SPL-LINE
                      PERFORM SPOOL-LINE
                  NOT INVALID KEY
                      STRING  "Address    : " CON-ADDR1
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      STRING  "             " CON-ADDR2
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      STRING  "Phone      : " CON-PHONE
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      STRING  "Email      : " CON-EMAIL
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                      STRING  "Emergency  : " CON-EMERG-NAME
                              "  " CON-EMERG-PHONE
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                END-READ
                CLOSE CON-FILE
             WHEN "35"
                MOVE    "Contact    : (contact file not on system)"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPCONTACT open failed, status " CON-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       PRINT-DEPT-HISTORY.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-HIT-COUNT.
           PERFORM SPOOL-LINE.
           MOVE  "Department transfer history:" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-HIST.
           EVALUATE HIST-STS
             WHEN "00"
                  EVALUATE HIST-STS
                    WHEN "00"
                       IF HIST-CD = WK-CD AND HIST-FIELD = "DPT"
                          STRING  "  " HIST-EFF-DATE "  "
                                  HIST-OLD-VAL " -> " HIST-NEW-VAL
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-HIT-COUNT
                       END-IF
                    WHEN OTHER
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPHIST open failed, status " HIST-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-HIT-COUNT = ZERO
              MOVE  "  (no transfers recorded)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-ASSETS-HELD.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-HIT-COUNT.
           PERFORM SPOOL-LINE.
           MOVE  "Assets currently held:" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT AIS-FILE.
           EVALUATE AIS-STS
             WHEN "00"
                OPEN  INPUT AST-FILE
                MOVE  WK-CD        TO   AIS-CD
                MOVE  LOW-VALUES   TO   AIS-TAG
                MOVE  ZERO         TO   AIS-ISS-DATE
                START AIS-FILE KEY IS >= AIS-KEY
                  INVALID KEY
                      MOVE "Y"     TO   WS-SCAN-EOF
                END-START
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ AIS-FILE NEXT
                  EVALUATE AIS-STS
                    WHEN "00"
                       IF AIS-CD NOT = WK-CD
                          MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                          IF AIS-RET-DATE = ZERO
                             PERFORM PRINT-ONE-ASSET
                             ADD  1 TO WS-HIT-COUNT
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                IF AST-STS NOT = 35
                   CLOSE AST-FILE
                END-IF
                CLOSE AIS-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "ASSETISS open failed, status " AIS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-HIT-COUNT = ZERO
              MOVE  "  (no assets held)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-ONE-ASSET.
           MOVE  SPACES        TO   AST-TYPE.
           MOVE  SPACES        TO   AST-DESC.
           IF AST-STS NOT = 35
              MOVE  AIS-TAG       TO   AST-TAG
              READ  AST-FILE KEY IS   AST-TAG
                INVALID KEY
                    MOVE "(not on register)" TO AST-DESC
              END-READ
           END-IF.
           STRING  "  " AIS-TAG " " AST-TYPE " " AST-DESC
                   " issued " AIS-ISS-DATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-LINE.
       PRINT-LETTERS-SENT.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-HIT-COUNT.
           PERFORM SPOOL-LINE.
           MOVE  "Letters sent:" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT LTL-FILE.
           EVALUATE LTL-STS
             WHEN "00"
                MOVE  WK-CD        TO   LTL-CD
                MOVE  LOW-VALUES   TO   LTL-TYPE
                MOVE  ZERO         TO   LTL-EVT-DATE
                START LTL-FILE KEY IS >= LTL-KEY
                  INVALID KEY
                      MOVE "Y"     TO   WS-SCAN-EOF
                END-START
                PERFORM UNTIL WS-SCAN-EOF = "Y"
                  READ LTL-FILE NEXT
                  EVALUATE LTL-STS
                    WHEN "00"
                       IF LTL-CD NOT = WK-CD
                          MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                          STRING  "  " LTL-SENT-DATE " " LTL-TYPE
                                  " event " LTL-EVT-DATE " "
                                  LTL-DESC " by " LTL-OPR
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-HIT-COUNT
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE LTL-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "LETTERLOG open failed, status " LTL-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-HIT-COUNT = ZERO
              MOVE  "  (no letters sent)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-COMP-HISTORY.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-HIT-COUNT.
           PERFORM SPOOL-LINE.
           MOVE  "Salary progression:" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT COMP-HIST.
           EVALUATE COMP-STS
             WHEN "00"
                  EVALUATE COMP-STS
                    WHEN "00"
                       IF COMP-CD = WK-CD
                          STRING  "  " COMP-EFF-DATE "  "
                                  COMP-OLD-GRADE "->"
                                  COMP-NEW-GRADE "  "
                                  COMP-OLD-SALARY " -> "
                                  COMP-NEW-SALARY " ("
                                  COMP-SOURCE ")"
                                  DELIMITED BY SIZE INTO WS-SPL-LINE
                          PERFORM SPOOL-LINE
                          ADD  1 TO WS-HIT-COUNT
                       END-IF
                    WHEN OTHER
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "COMPHIST open failed, status " COMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-HIT-COUNT = ZERO
              MOVE  "  (no salary changes recorded)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-LAST-PAY.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-REG-MAX.
           PERFORM SPOOL-LINE.
           MOVE  "Last pay register periods:" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT PAY-REG.
           EVALUATE REG-STS
             WHEN "00"
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "PAYREG open failed, status " REG-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-REG-MAX = ZERO
              MOVE  "  (no register records)" TO   WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-REG-MAX
                 SET  WS-REG-IX TO WS-IDX
                 STRING  "  " WS-REG-PERIOD(WS-REG-IX)
                         "  gross " WS-REG-GROSS(WS-REG-IX)
                         " tax " WS-REG-TAX(WS-REG-IX)
                         " soc " WS-REG-SOC(WS-REG-IX)
                         " net " WS-REG-NET(WS-REG-IX)
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-PERFORM
           END-IF.
       NOTE-REG-PERIOD.
           MOVE  REG-TAX       TO   WS-REG-TAX(WS-REG-IX).
           MOVE  REG-SOC       TO   WS-REG-SOC(WS-REG-IX).
           MOVE  REG-NET       TO   WS-REG-NET(WS-REG-IX).
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTLVRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY ASTSEL.
           COPY AISSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  AST-FILE.
           COPY ASTREC.
       FD  AIS-FILE.
           COPY AISREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  AST-STS            PIC  9(02).
       01  AIS-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-AST-OPEN        PIC  X      VALUE "N".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-PREV-CD         PIC  X(04)  VALUE SPACES.
       01  WS-LEAVER          PIC  X      VALUE "N".
       01  WS-LEAVER-COUNT    PIC  9(05)  VALUE ZERO.
       01  WS-ASSET-COUNT     PIC  9(05)  VALUE ZERO.
       01  WS-TOTAL-VALUE     PIC  9(09)V99  VALUE ZERO.
       01  WS-DSP-TOTAL       PIC  ZZZ,ZZZ,ZZ9.99.
       01  DSP-REC.
           03  FILLER         PIC X(04).
           03  DSP-TAG        PIC X(10).
           03  FILLER         PIC X(01).
           03  DSP-TYPE       PIC X(02).
           03  FILLER         PIC X(01).
           03  DSP-DESC       PIC X(30).
           03  FILLER         PIC X(01).
           03  DSP-VALUE      PIC Z,ZZZ,ZZ9.99.
           03  FILLER         PIC X(01).
           03  DSP-ISSUED     PIC 9(08).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "ASTLVRRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  SPACES        TO   WS-PREV-CD.
           MOVE  ZERO          TO   WS-LEAVER-COUNT.
           MOVE  ZERO          TO   WS-ASSET-COUNT.
           MOVE  ZERO          TO   WS-TOTAL-VALUE.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Outstanding Assets - Leavers ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                PERFORM OPEN-ASSET-FILES
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
           PERFORM SPOOL-CLOSE.
           GOBACK.
       OPEN-ASSET-FILES.
           MOVE  "N"           TO   WS-AST-OPEN.
           OPEN  INPUT AST-FILE.
           IF AST-STS = ZERO
              MOVE "Y" TO WS-AST-OPEN
           END-IF.
           OPEN  INPUT AIS-FILE.
           EVALUATE AIS-STS
             WHEN "00"
                PERFORM SCAN-ISSUES
                CLOSE AIS-FILE
             WHEN "35"
                STRING  "ASSETISS not found - no assets have been"
                        " issued"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "ASSETISS open failed, status " AIS-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
           IF WS-AST-OPEN = "Y"
              CLOSE AST-FILE
           END-IF.
       SCAN-ISSUES.
           PERFORM SPOOL-LINE.
           STRING  "    Tag        Ty Description                   "
                   "        Value Issued"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             READ AIS-FILE NEXT
             EVALUATE AIS-STS
               WHEN "00"
                  IF AIS-RET-DATE = ZERO
                     PERFORM CHECK-ONE-ISSUE
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading ASSETISS, status "
                          AIS-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           PERFORM SPOOL-LINE.
           MOVE  WS-TOTAL-VALUE TO  WS-DSP-TOTAL.
           STRING  "=== " WS-LEAVER-COUNT " leaver(s) holding "
                   WS-ASSET-COUNT " asset(s), value " WS-DSP-TOTAL
                   " ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       CHECK-ONE-ISSUE.
           IF AIS-CD NOT = WS-PREV-CD
              MOVE  AIS-CD        TO   WS-PREV-CD
              MOVE  "N"           TO   WS-LEAVER
              MOVE  "Y"           TO   WS-EMP-FOUND
              MOVE  AIS-CD        TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    MOVE "N"      TO   WS-EMP-FOUND
              END-READ
              EVALUATE TRUE
                WHEN WS-EMP-FOUND = "N"
                   MOVE  "Y"      TO   WS-LEAVER
                   ADD   1        TO   WS-LEAVER-COUNT
                   PERFORM SPOOL-LINE
                   STRING  AIS-CD " ** not on EMP-FILE **"
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN EMP-STATUS = "T"
                   MOVE  "Y"      TO   WS-LEAVER
                   ADD   1        TO   WS-LEAVER-COUNT
                   PERFORM SPOOL-LINE
                   STRING  AIS-CD " " EMP-NAME " dept " EMP-DPT-CD
                           " left " EMP-TERM-DATE
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-LEAVER = "Y"
              PERFORM PRINT-ONE-ASSET
           END-IF.
       PRINT-ONE-ASSET.
           MOVE  SPACES        TO   AST-TYPE.
           MOVE  SPACES        TO   AST-DESC.
           MOVE  ZERO          TO   AST-VALUE.
           IF WS-AST-OPEN = "Y"
              MOVE  AIS-TAG       TO   AST-TAG
              READ  AST-FILE KEY IS   AST-TAG
                INVALID KEY
                    MOVE "(not on register)" TO AST-DESC
                    MOVE ZERO                TO AST-VALUE
              END-READ
           END-IF.
           MOVE  SPACES        TO   DSP-REC.
           MOVE  AIS-TAG       TO   DSP-TAG.
           MOVE  AST-TYPE      TO   DSP-TYPE.
           MOVE  AST-DESC      TO   DSP-DESC.
           MOVE  AST-VALUE     TO   DSP-VALUE.
           MOVE  AIS-ISS-DATE  TO   DSP-ISSUED.
           MOVE  DSP-REC       TO   WS-SPL-LINE.
           PERFORM SPOOL-LINE.
           ADD   1             TO   WS-ASSET-COUNT.
           ADD   AST-VALUE     TO   WS-TOTAL-VALUE.
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

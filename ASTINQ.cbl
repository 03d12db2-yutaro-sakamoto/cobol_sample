       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTINQ.
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
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CD              PIC  X(04).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-HELD-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-RET-COUNT       PIC  9(04) VALUE ZERO.
       01  WS-HELD-VALUE      PIC  9(09)V99 VALUE ZERO.
       01  WS-DSP-VALUE       PIC  Z,ZZZ,ZZ9.99.
       01  WS-DSP-TOTAL       PIC  ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Employee Asset Inquiry ***".
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "Y" TO WK-DONE
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "Y" TO WK-DONE
           END-EVALUATE.
           IF WK-DONE NOT = "Y"
              OPEN  INPUT AIS-FILE
              EVALUATE AIS-STS
                WHEN "00"
                   OPEN  INPUT AST-FILE
                   PERFORM UNTIL WK-DONE = "Y"
                      PERFORM INQUIRE-ONE-EMP
                   END-PERFORM
                   IF AST-STS NOT = 35
                      CLOSE AST-FILE
                   END-IF
                   CLOSE AIS-FILE
                WHEN "35"
                   DISPLAY "ASSETISS not found - no assets have been"
                           " issued"
                WHEN OTHER
                   DISPLAY "ASSETISS open failed, status " AIS-STS
              END-EVALUATE
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       INQUIRE-ONE-EMP.
           DISPLAY " ".
           DISPLAY "Employee code (blank = done): " NO ADVANCING.
           ACCEPT  WK-CD.
           IF WK-CD = SPACES
              MOVE "Y" TO WK-DONE
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-CD        TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "N"
                 DISPLAY "Employee not found!"
              ELSE
                 DISPLAY "Employee: " EMP-NAME
                         "  Dept: " EMP-DPT-CD
                         "  Status: " EMP-STATUS
                 PERFORM SHOW-EMP-ASSETS
              END-IF
           END-IF.
       SHOW-EMP-ASSETS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-HELD-COUNT.
           MOVE  ZERO          TO   WS-RET-COUNT.
           MOVE  ZERO          TO   WS-HELD-VALUE.
           DISPLAY "Tag        Description                   "
                   "       Value Issued   Returned".
           MOVE  WK-CD         TO   AIS-CD.
           MOVE  LOW-VALUES    TO   AIS-TAG.
           MOVE  ZERO          TO   AIS-ISS-DATE.
           START AIS-FILE KEY IS >= AIS-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ AIS-FILE NEXT
             EVALUATE AIS-STS
               WHEN "00"
                  IF AIS-CD NOT = WK-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     PERFORM SHOW-ONE-ISSUE
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  WS-HELD-VALUE TO   WS-DSP-TOTAL.
           DISPLAY "=== " WS-HELD-COUNT " asset(s) held, value "
                   WS-DSP-TOTAL "; " WS-RET-COUNT " returned ===".
       SHOW-ONE-ISSUE.
           MOVE  SPACES        TO   AST-DESC.
           MOVE  ZERO          TO   AST-VALUE.
           IF AST-STS NOT = 35
              MOVE  AIS-TAG       TO   AST-TAG
              READ  AST-FILE KEY IS   AST-TAG
                INVALID KEY
                    MOVE "(not on register)" TO AST-DESC
                    MOVE ZERO                TO AST-VALUE
              END-READ
           END-IF.
           MOVE  AST-VALUE     TO   WS-DSP-VALUE.
           IF AIS-RET-DATE = ZERO
              ADD   1          TO   WS-HELD-COUNT
              ADD   AST-VALUE  TO   WS-HELD-VALUE
              DISPLAY AIS-TAG " " AST-DESC " " WS-DSP-VALUE " "
                      AIS-ISS-DATE " ** HELD **"
           ELSE
              ADD   1          TO   WS-RET-COUNT
              DISPLAY AIS-TAG " " AST-DESC " " WS-DSP-VALUE " "
                      AIS-ISS-DATE " " AIS-RET-DATE
           END-IF.

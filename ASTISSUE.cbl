       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTISSUE.
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
       01  WK-EMP-FOUND       PIC  X     VALUE "N".
       01  WK-AST-FOUND       PIC  X     VALUE "N".
       01  WK-AIS-FOUND       PIC  X     VALUE "N".
       01  WK-CD              PIC  X(04).
       01  WK-TAG             PIC  X(10).
       01  WK-NOTE            PIC  X(30).
       01  WK-CMD             PIC  X(01).
       01  WS-TODAY           PIC  9(08).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Asset Issue and Return ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
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
              PERFORM OPEN-ASSET-FILES
              IF WK-DONE NOT = "Y"
                 PERFORM UNTIL WK-DONE = "Y"
                    PERFORM MAINTAIN-ONE-EMP
                 END-PERFORM
                 CLOSE AST-FILE
                 CLOSE AIS-FILE
              END-IF
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       OPEN-ASSET-FILES.
           OPEN  I-O AST-FILE.
           EVALUATE AST-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "ASSETMAST not found - register assets with"
                        " ASTMAINT first"
                MOVE "Y" TO WK-DONE
             WHEN OTHER
                DISPLAY "ASSETMAST open failed, status " AST-STS
                MOVE "Y" TO WK-DONE
           END-EVALUATE.
           IF WK-DONE NOT = "Y"
              OPEN  I-O AIS-FILE
              IF AIS-STS = 35
                 OPEN  OUTPUT AIS-FILE
                 CLOSE AIS-FILE
                 OPEN  I-O AIS-FILE
              END-IF
              IF AIS-STS NOT = ZERO
                 DISPLAY "ASSETISS open failed, status " AIS-STS
                 MOVE "Y" TO WK-DONE
                 CLOSE AST-FILE
              END-IF
           END-IF.
       MAINTAIN-ONE-EMP.
           DISPLAY " ".
           DISPLAY "Employee code (blank = done): " NO ADVANCING.
           ACCEPT  WK-CD.
           IF WK-CD = SPACES
              MOVE "Y" TO WK-DONE
           ELSE
              MOVE  "Y"          TO   WK-EMP-FOUND
              MOVE  WK-CD        TO   EMP-CD
              READ  EMP-FILE KEY IS   EMP-CD
                INVALID KEY
                    MOVE "N"     TO   WK-EMP-FOUND
              END-READ
              IF WK-EMP-FOUND = "N"
                 DISPLAY "Employee not found!"
              ELSE
                 DISPLAY "Employee: " EMP-NAME
                         "  Dept: " EMP-DPT-CD
                         "  Status: " EMP-STATUS
                 PERFORM SHOW-HELD-ASSETS
                 DISPLAY "[I]ssue  [R]eturn  [S]kip: " NO ADVANCING
                 ACCEPT  WK-CMD
                 MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                 EVALUATE WK-CMD
                   WHEN "I"
                      PERFORM ISSUE-ASSET
                   WHEN "R"
                      PERFORM RETURN-ASSET
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       SHOW-HELD-ASSETS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
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
                     IF AIS-RET-DATE = ZERO
                        PERFORM SHOW-ONE-HELD
                        ADD  1 TO WS-LIST-COUNT
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "  (no assets currently held)"
           END-IF.
       SHOW-ONE-HELD.
           MOVE  AIS-TAG       TO   AST-TAG.
           READ  AST-FILE KEY IS   AST-TAG
             INVALID KEY
                 MOVE "(not on register)" TO AST-DESC
           END-READ.
           DISPLAY "  " AIS-TAG " " AST-DESC " issued "
                   AIS-ISS-DATE.
       ISSUE-ASSET.
           IF EMP-STATUS = "T"
              DISPLAY "Employee is terminated - assets may only be"
                      " returned."
           ELSE
              DISPLAY "Asset tag to issue: " NO ADVANCING
              ACCEPT  WK-TAG
              MOVE FUNCTION UPPER-CASE(WK-TAG) TO WK-TAG
              PERFORM READ-ASSET
              IF WK-AST-FOUND = "Y"
                 EVALUATE AST-STATUS
                   WHEN "I"
                      DISPLAY "Asset " WK-TAG " is already issued to "
                              AST-HOLDER
                   WHEN "D"
                      DISPLAY "Asset " WK-TAG " has been disposed."
                   WHEN OTHER
                      DISPLAY "Note (optional): " NO ADVANCING
                      ACCEPT  WK-NOTE
                      PERFORM WRITE-ISSUE
                 END-EVALUATE
              END-IF
           END-IF.
       WRITE-ISSUE.
           MOVE  WK-CD         TO   AIS-CD.
           MOVE  WK-TAG        TO   AIS-TAG.
           MOVE  WS-TODAY      TO   AIS-ISS-DATE.
           MOVE  ZERO          TO   AIS-RET-DATE.
           MOVE  WS-OPR-ID     TO   AIS-ISS-OPR.
           MOVE  SPACES        TO   AIS-RET-OPR.
           MOVE  WK-NOTE       TO   AIS-NOTE.
           WRITE AIS-REC
             INVALID KEY
                DISPLAY "Asset " WK-TAG " was already issued to "
                        WK-CD " today - nothing saved."
             NOT INVALID KEY
                MOVE  "I"      TO   AST-STATUS
                MOVE  WK-CD    TO   AST-HOLDER
                REWRITE AST-REC
                DISPLAY "Asset " WK-TAG " issued to " WK-CD "."
           END-WRITE.
       RETURN-ASSET.
           DISPLAY "Asset tag returned: " NO ADVANCING.
           ACCEPT  WK-TAG.
           MOVE FUNCTION UPPER-CASE(WK-TAG) TO WK-TAG.
           PERFORM FIND-OPEN-ISSUE.
           IF WK-AIS-FOUND = "N"
              DISPLAY "No open issue of " WK-TAG " to " WK-CD "."
           ELSE
              DISPLAY "Condition / note (optional): " NO ADVANCING
              ACCEPT  WK-NOTE
              MOVE  WS-TODAY      TO   AIS-RET-DATE
              MOVE  WS-OPR-ID     TO   AIS-RET-OPR
              IF WK-NOTE NOT = SPACES
                 MOVE  WK-NOTE    TO   AIS-NOTE
              END-IF
              REWRITE AIS-REC
              PERFORM READ-ASSET
              IF WK-AST-FOUND = "Y"
                 MOVE  "A"        TO   AST-STATUS
                 MOVE  SPACES     TO   AST-HOLDER
                 REWRITE AST-REC
              END-IF
              DISPLAY "Asset " WK-TAG " returned by " WK-CD "."
           END-IF.
       FIND-OPEN-ISSUE.
           MOVE  "N"           TO   WK-AIS-FOUND.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-CD         TO   AIS-CD.
           MOVE  WK-TAG        TO   AIS-TAG.
           MOVE  ZERO          TO   AIS-ISS-DATE.
           START AIS-FILE KEY IS >= AIS-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WK-AIS-FOUND = "Y"
             READ AIS-FILE NEXT
             EVALUATE AIS-STS
               WHEN "00"
                  IF AIS-CD NOT = WK-CD OR AIS-TAG NOT = WK-TAG
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     IF AIS-RET-DATE = ZERO
                        MOVE "Y" TO WK-AIS-FOUND
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       READ-ASSET.
           MOVE  "Y"          TO   WK-AST-FOUND.
           MOVE  WK-TAG       TO   AST-TAG.
           READ  AST-FILE KEY IS   AST-TAG
             INVALID KEY
                 DISPLAY "Asset " WK-TAG " is not on ASSETMAST."
                 MOVE "N"     TO   WK-AST-FOUND
           END-READ.

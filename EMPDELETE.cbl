           COPY AUDITSEL.
           COPY HISTSEL.
           COPY CONSEL.
           COPY AISSEL.
           SELECT DEL-PARM ASSIGN TO "EMPDELPARM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  PARM-STS.
           COPY HISTREC.
       FD  CON-FILE.
           COPY CONREC.
       FD  AIS-FILE.
           COPY AISREC.
       FD  DEL-PARM.
       01  PARM-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  HIST-STS           PIC  9(02).
       01  PARM-STS           PIC  9(02).
       01  CON-STS            PIC  9(02).
       01  AIS-STS            PIC  9(02).
       01  WS-PARM-MODE       PIC  X     VALUE "N".
       01  WS-LOCK-FUNC       PIC X(01).
       01  WS-LOCK-OK         PIC X(01).
       01  WS-LOCK-HOLDER     PIC X(10).
       01  WS-LOCK-SINCE      PIC X(21).
       01  WK-FOUND           PIC  X     VALUE "Y".
       01  WK-PROCEED         PIC  X     VALUE "Y".
       01  WK-CONFIRM         PIC  X(01).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-ASSET-COUNT     PIC  9(04) VALUE ZERO.
       01  WK-CD              PIC X(04).
       01  WK-OPR-FUNC        PIC X(01)  VALUE "G".
       01  WK-OPR-ID          PIC X(08).
       01  WK-OPR-AUTH        PIC X(01).
       01  WK-OLD-STATUS      PIC X(01).
       01  WK-POS-FUNC        PIC X(01).
       01  WK-POS-NO          PIC X(06).
       01  WK-POS-DPT         PIC X(02).
       01  WK-POS-OK          PIC X(01).
       01  WK-POS-REASON      PIC X(40).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"           TO   WK-FOUND.
           MOVE  "Y"           TO   WK-PROCEED.
           DISPLAY "*** Employee Deactivation ***".
           PERFORM GET-PARM-CD.
           IF WS-PARM-MODE NOT = "Y"
                CALL  "OPRSES" USING WK-OPR-FUNC, WK-OPR-ID,
                                     WK-OPR-AUTH
                MOVE  WK-OPR-ID              TO   AUD-OPR
                MOVE  SPACES                 TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER
             WHEN OTHER
                DISPLAY "EMPCONTACT open failed, status " CON-STS
           END-EVALUATE.
       CHECK-ASSETS.
           MOVE  ZERO          TO   WS-ASSET-COUNT.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT AIS-FILE.
           EVALUATE AIS-STS
             WHEN "00"
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
                             IF WS-ASSET-COUNT = ZERO
                                DISPLAY "WARNING: " WK-CD
                                        " still holds unreturned"
                                        " assets:"
                             END-IF
                             DISPLAY "  " AIS-TAG " issued "
                                     AIS-ISS-DATE
                             ADD  1 TO WS-ASSET-COUNT
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-SCAN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE AIS-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "ASSETISS open failed, status " AIS-STS
                        " - asset clearance not checked"
           END-EVALUATE.
           IF WS-ASSET-COUNT > ZERO
              DISPLAY "Recover " WS-ASSET-COUNT " asset(s) and record"
                      " the return with ASTISSUE."
              IF WS-PARM-MODE NOT = "Y"
                 DISPLAY "Deactivate anyway (Y/N)? " NO ADVANCING
                 ACCEPT  WK-CONFIRM
                 MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
                 IF WK-CONFIRM NOT = "Y"
                    MOVE "N" TO WK-PROCEED
                    DISPLAY "Deactivation cancelled."
                 END-IF
              END-IF
           END-IF.
       WRITE-STATUS-HIST.
           OPEN  EXTEND EMP-HIST.
           EVALUATE HIST-STS
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "N"      TO   WK-FOUND
           END-EVALUATE.
           IF WK-FOUND = "Y" AND EMP-STATUS NOT = "T"
              PERFORM CHECK-ASSETS
           END-IF.
           IF WK-FOUND = "Y" AND WK-PROCEED = "Y"
              IF EMP-STATUS = "T"
                 DISPLAY "Employee is already terminated."
              ELSE
                 PERFORM WRITE-AUDIT
                 PERFORM WRITE-STATUS-HIST
                 PERFORM CHECK-CONTACT-REC
                 PERFORM VACATE-POSITION
                 DISPLAY "Employee " WK-CD " deactivated."
              END-IF
           END-IF.
           CLOSE EMP-FILE.
       VACATE-POSITION.
           MOVE  "F"           TO   WK-POS-FUNC.
           CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO, WK-CD,
                                WK-POS-DPT, WK-POS-OK, WK-POS-REASON.
           IF WK-POS-NO NOT = SPACES
              MOVE  "V"           TO   WK-POS-FUNC
              CALL  "POSVAL" USING WK-POS-FUNC, WK-POS-NO, WK-CD,
                                   WK-POS-DPT, WK-POS-OK,
                                   WK-POS-REASON
              DISPLAY "Position " WK-POS-NO " is now vacant."
           END-IF.
       ACQUIRE-LOCK.
           MOVE  "A"           TO   WS-LOCK-FUNC.
           CALL  "EMPLOCKMGR" USING WS-LOCK-FUNC, WS-LOCK-PGM,

           COPY DEPTSEL.
           COPY AUDITSEL.
           COPY HISTSEL.
           COPY SUSPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY AUDITREC.
       FD  EMP-HIST.
           COPY HISTREC.
       FD  EMP-SUSP.
           COPY SUSPREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  HIST-STS           PIC  9(02).
       01  SUSP-STS           PIC  9(02).
       01  WS-SUSP-NEXT       PIC  9(06)  VALUE ZERO.
       01  WS-SUSP-EOF        PIC  X      VALUE "N".
       01  WS-SUSP-OPEN       PIC  X      VALUE "N".
       01  WK-OLD-CO          PIC  X(02).
       01  WK-NEW-CO          PIC  X(02).
       01  WK-CROSS-CO        PIC  X      VALUE "N".
       01  WS-XCO-COUNT       PIC  9(05)  VALUE ZERO.
       01  WS-XCO-DATA.
           03  WS-XCO-CD      PIC X(04).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  WS-XCO-NAME    PIC X(20).
           03  FILLER         PIC X(06)  VALUE " dept ".
           03  WS-XCO-OLD-DPT PIC X(02).
           03  FILLER         PIC X(02)  VALUE "->".
           03  WS-XCO-NEW-DPT PIC X(02).
           03  FILLER         PIC X(09)  VALUE " company ".
           03  WS-XCO-OLD-CO  PIC X(02).
           03  FILLER         PIC X(02)  VALUE "->".
           03  WS-XCO-NEW-CO  PIC X(02).
           03  FILLER         PIC X(06)  VALUE " from ".
           03  WS-XCO-DATE    PIC 9(08).
       01  WK-OLD-DPT         PIC  X(02).
       01  WK-NEW-DPT         PIC  X(02).
       01  WK-OK              PIC  X      VALUE "Y".
       01  WS-OPR-FUNC        PIC X(01)  VALUE "G".
       01  WS-OPR-ID          PIC X(08).
       01  WS-OPR-AUTH        PIC X(01).
       01  WK-MOVE-POS        PIC X(01)  VALUE "N".
       01  WS-POS-NO          PIC X(06).
       01  WS-POS-DPT         PIC X(02).
       01  WS-POS-FUNC        PIC X(01).
       01  WS-POS-OK          PIC X(01).
       01  WS-POS-REASON      PIC X(40).
       01  WS-CD-TABLE.
           03  WS-CD-ENTRY    OCCURS 9999 TIMES
                               INDEXED BY WS-CD-IX.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-MOVE-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           MOVE  ZERO          TO   WS-XCO-COUNT.
           MOVE  "N"           TO   WK-CROSS-CO.
           DISPLAY "*** Mass Department Transfer ***".
           DISPLAY "Transfer FROM department: " NO ADVANCING.
           ACCEPT  WK-OLD-DPT.
           DISPLAY "Transfer TO   department: " NO ADVANCING.
           ACCEPT  WK-NEW-DPT.
           DISPLAY "Move their positions as well (Y/N): " NO ADVANCING.
           ACCEPT  WK-MOVE-POS.
           MOVE FUNCTION UPPER-CASE(WK-MOVE-POS) TO WK-MOVE-POS.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-OK = "Y"
              PERFORM RUN-TRANSFER
                                 " is inactive"
                         MOVE "N"   TO   WK-OK
                      END-IF
                      MOVE DEPT-CO-CD TO WK-NEW-CO
                END-READ
                IF WK-OK = "Y"
                   PERFORM CHECK-CROSS-COMPANY
                END-IF
             WHEN "35"
                DISPLAY "DEPTMAST not found - run DEPTLOAD first"
                MOVE "N"      TO   WK-OK
                MOVE "N"      TO   WK-OK
           END-EVALUATE.
           CLOSE DEPT-FILE.
       CHECK-CROSS-COMPANY.
           MOVE  SPACES        TO   WK-OLD-CO.
           MOVE  WK-OLD-DPT    TO   DEPT-CD.
           READ  DEPT-FILE KEY IS   DEPT-CD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE DEPT-CO-CD TO WK-OLD-CO
           END-READ.
           IF WK-OLD-CO NOT = WK-NEW-CO
              MOVE  "Y"        TO   WK-CROSS-CO
              DISPLAY "Transfer crosses from company " WK-OLD-CO
                      " to company " WK-NEW-CO
                      " - each move will be flagged in EMPSUSP"
                      " for payroll review"
           END-IF.
       COLLECT-AFFECTED-CODES.
           MOVE  ZERO          TO   WS-CD-COUNT.
           OPEN  INPUT EMP-FILE.
           OPEN  I-O    EMP-FILE.
           OPEN  EXTEND EMP-AUDIT.
           OPEN  EXTEND EMP-HIST.
           IF WK-CROSS-CO = "Y"
              PERFORM OPEN-SUSPENSE
           END-IF.
           IF EMP-STS NOT = ZERO
              DISPLAY "EMP-FILE open failed, status " EMP-STS
                      " - transfer abandoned"
              DISPLAY "EMP-HIST open failed, status " HIST-STS
                      " - transfer abandoned"
             ELSE
              IF WK-CROSS-CO = "Y" AND WS-SUSP-OPEN NOT = "Y"
               DISPLAY "EMPSUSP open failed, status " SUSP-STS
                       " - transfer abandoned"
              ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-CD-COUNT
                  SET  WS-CD-IX TO WS-IDX
                  PERFORM TRANSFER-ONE
               END-PERFORM
              END-IF
             END-IF
            END-IF
           END-IF.
           CLOSE EMP-FILE.
           CLOSE EMP-AUDIT.
           CLOSE EMP-HIST.
           IF WS-SUSP-OPEN = "Y"
              CLOSE EMP-SUSP
              MOVE  "N"        TO   WS-SUSP-OPEN
           END-IF.
       TRANSFER-ONE.
           MOVE  WS-CD-VAL(WS-CD-IX)  TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
                    DISPLAY "Skipped " EMP-CD
                            " - changed since selection"
                 ELSE
                    MOVE  "F"          TO   WS-POS-FUNC
                    CALL  "POSVAL" USING WS-POS-FUNC, WS-POS-NO,
                                         EMP-CD, WS-POS-DPT,
                                         WS-POS-OK, WS-POS-REASON
                    IF WS-POS-NO NOT = SPACES
                       AND WS-POS-DPT NOT = WK-NEW-DPT
                       AND WK-MOVE-POS NOT = "Y"
                       ADD  1 TO WS-SKIP-COUNT
                       DISPLAY "Skipped " EMP-CD
                               " - holds position " WS-POS-NO
                               " in dept " WS-POS-DPT
                    ELSE
                       MOVE  WK-NEW-DPT   TO   EMP-DPT-CD
                       REWRITE EMP-REC
                       IF WS-POS-NO NOT = SPACES
                          MOVE  "M"       TO   WS-POS-FUNC
                          CALL  "POSVAL" USING WS-POS-FUNC, WS-POS-NO,
                                               EMP-CD, WK-NEW-DPT,
                                               WS-POS-OK, WS-POS-REASON
                       END-IF
                       PERFORM WRITE-AUDIT
                       PERFORM WRITE-DEPT-HIST
                       ADD   1            TO   WS-MOVE-COUNT
                       DISPLAY "Transferred " EMP-CD " " EMP-NAME
                       IF WK-CROSS-CO = "Y"
                          PERFORM WRITE-SUSPENSE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
       WRITE-AUDIT.
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       GET-OPERATOR.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
           MOVE  EMP-DPT-CD       TO   HIST-NEW-VAL.
           MOVE  WS-TODAY         TO   HIST-EFF-DATE.
           WRITE  HIST-REC.
       WRITE-SUSPENSE.
           MOVE  EMP-CD                 TO   WS-XCO-CD.
           MOVE  EMP-NAME               TO   WS-XCO-NAME.
           MOVE  WK-OLD-DPT             TO   WS-XCO-OLD-DPT.
           MOVE  WK-NEW-DPT             TO   WS-XCO-NEW-DPT.
           MOVE  WK-OLD-CO              TO   WS-XCO-OLD-CO.
           MOVE  WK-NEW-CO              TO   WS-XCO-NEW-CO.
           MOVE  WS-TODAY               TO   WS-XCO-DATE.
           ADD   1                      TO   WS-SUSP-NEXT.
           MOVE  WS-SUSP-NEXT           TO   SUSP-SEQ.
           MOVE  FUNCTION CURRENT-DATE  TO   SUSP-TS.
           MOVE  "XCO"                  TO   SUSP-SOURCE.
           MOVE  "O"                    TO   SUSP-STATUS.
           MOVE  "Cross-company transfer - review payroll"
                                        TO   SUSP-REASON.
           MOVE  WS-XCO-DATA            TO   SUSP-DATA.
           WRITE SUSP-REC
             INVALID KEY
                DISPLAY "EMPSUSP write failed, status " SUSP-STS
                        " - review flag for " EMP-CD " lost"
             NOT INVALID KEY
                ADD  1 TO WS-XCO-COUNT
           END-WRITE.
       OPEN-SUSPENSE.
           OPEN  I-O EMP-SUSP.
           IF SUSP-STS = 35
              OPEN  OUTPUT EMP-SUSP
              CLOSE EMP-SUSP
              OPEN  I-O EMP-SUSP
           END-IF.
           MOVE  ZERO          TO   WS-SUSP-NEXT.
           MOVE  "Y"           TO   WS-SUSP-EOF.
           MOVE  "N"           TO   WS-SUSP-OPEN.
           IF SUSP-STS = ZERO
              MOVE  "Y"        TO   WS-SUSP-OPEN
              MOVE  "N"        TO   WS-SUSP-EOF
              MOVE  ZERO       TO   SUSP-SEQ
              START EMP-SUSP KEY IS >= SUSP-SEQ
                INVALID KEY
                    MOVE "Y"   TO   WS-SUSP-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-SUSP-EOF = "Y"
             READ EMP-SUSP NEXT
             EVALUATE SUSP-STS
               WHEN "00"
                  MOVE  SUSP-SEQ  TO   WS-SUSP-NEXT
               WHEN OTHER
                  MOVE "Y" TO WS-SUSP-EOF
             END-EVALUATE
           END-PERFORM.
       PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "=== Transferred " WS-MOVE-COUNT
                   " employee(s) from " WK-OLD-DPT
                   " to " WK-NEW-DPT " ===".
           DISPLAY "=== Skipped " WS-SKIP-COUNT " ===".
           IF WK-CROSS-CO = "Y"
              DISPLAY "=== " WS-XCO-COUNT " cross-company move(s)"
                      " flagged for payroll review - see EMPSUSPFIX"
                      " ==="
           END-IF.
       RUN-TRANSFER.
           IF WK-OLD-DPT = SPACES OR WK-NEW-DPT = SPACES
              DISPLAY "Both department codes are required."

       01  WS-OPR-ID          PIC X(08).
       01  WS-OPR-AUTH        PIC X(01).
       01  WK-OLD-SALARY      PIC 9(07)V99.
       01  WS-HELD-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-APR-FUNC        PIC  X(01)  VALUE "Q".
       01  WS-APR-HOLD        PIC  X(01).
           COPY APRREC.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   WS-APPLIED-COUNT.
           MOVE  ZERO          TO   WS-REJECT-COUNT.
           MOVE  ZERO          TO   WS-PENDING-COUNT.
           MOVE  ZERO          TO   WS-HELD-COUNT.
           DISPLAY "*** Releasing Due Effective-Dated Changes ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           PERFORM ACQUIRE-LOCK.
                                " effective " PEND-EFF-DATE
                                " releases " WS-RELEASE-DATE
                     END-IF
                  ELSE
                  IF PEND-STATUS = "H"
                     ADD  1 TO WS-HELD-COUNT
                     DISPLAY "Awaiting approval: " PEND-SEQ
                             " for " PEND-CD
                  END-IF
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
              MOVE  EMP-SALARY     TO   WK-OLD-SALARY
              PERFORM VALIDATE-PEND-FIELDS
           END-IF.
           MOVE  "N"           TO   WS-APR-HOLD.
           IF WS-APPLY-OK = "Y" AND PEND-APPROVER = SPACES
              AND (PEND-GRADE NOT = SPACES OR PEND-SALARY NOT = ZERO)
              PERFORM CHECK-APPROVAL
           END-IF.
           EVALUATE TRUE
             WHEN WS-APR-HOLD = "Y"
                MOVE  "H"          TO   PEND-STATUS
                REWRITE PEND-REC
                ADD   1            TO   WS-HELD-COUNT
                DISPLAY "Held: " PEND-SEQ " for " PEND-CD
                        " - awaiting supervisor approval"
             WHEN WS-APR-HOLD = "E"
                ADD   1            TO   WS-PENDING-COUNT
                DISPLAY "Still pending: " PEND-SEQ " for " PEND-CD
                        " - approval request could not be queued"
             WHEN OTHER
                PERFORM APPLY-OR-REJECT
           END-EVALUATE.
       CHECK-APPROVAL.
           MOVE  ZERO           TO   APR-SEQ.
           MOVE  PEND-CD        TO   APR-CD.
           MOVE  "EMPRELEASE"   TO   APR-SOURCE.
           MOVE  PEND-SEQ       TO   APR-PEND-SEQ.
           MOVE  PEND-EFF-DATE  TO   APR-EFF-DATE.
           MOVE  WK-OLD-GRADE   TO   APR-OLD-GRADE.
           MOVE  WS-CHK-GRADE   TO   APR-NEW-GRADE.
           MOVE  WK-OLD-SALARY  TO   APR-OLD-SALARY.
           MOVE  WS-CHK-SALARY  TO   APR-NEW-SALARY.
           MOVE  PEND-MAKER     TO   APR-MAKER.
           CALL  "APRQUEUE" USING WS-APR-FUNC, APR-REC, WS-APR-HOLD.
       APPLY-OR-REJECT.
           IF WS-APPLY-OK = "Y"
              PERFORM MOVE-PEND-FIELDS
              REWRITE EMP-REC
           MOVE  WK-OLD-SALARY          TO   AUD-OLD-SALARY.
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           IF PEND-APPROVER NOT = SPACES AND PEND-MAKER NOT = SPACES
              MOVE  PEND-MAKER          TO   AUD-OPR
           ELSE
              MOVE  WS-OPR-ID           TO   AUD-OPR
           END-IF.
           MOVE  PEND-APPROVER          TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       GET-OPERATOR.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                   " change(s) ===".
           DISPLAY "=== Pending : " WS-PENDING-COUNT
                   " change(s) not yet due ===".
           IF WS-HELD-COUNT > ZERO
              DISPLAY "=== Held    : " WS-HELD-COUNT
                      " change(s) awaiting approval in COMPAPRV ==="
           END-IF.
       PROCESS-RELEASE.
           OPEN  I-O EMP-PEND.
           IF PEND-STS = 35

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAPPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EXPSEL.
           COPY EMPSEL.
           COPY OPRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXP-FILE.
           COPY EXPREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  OPR-FILE.
           COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  EXP-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  OPR-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-OPR-EMP-CD      PIC  X(04)  VALUE SPACES.
       01  WS-SEEN-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-APPROVED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-REJECTED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-APPROVED-AMT    PIC  9(09)V99 VALUE ZERO.
       01  WK-CMD             PIC  X(01).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-SEEN-COUNT.
           MOVE  ZERO          TO   WS-APPROVED-COUNT.
           MOVE  ZERO          TO   WS-REJECTED-COUNT.
           MOVE  ZERO          TO   WS-APPROVED-AMT.
           DISPLAY "*** Expense Claim Approval ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           PERFORM GET-OPERATOR-EMP.
           OPEN  I-O EXP-FILE.
           EVALUATE EXP-STS
             WHEN "00"
                PERFORM OPEN-EMP-FILE
                IF WS-OPENS-OK = "Y"
                   PERFORM REVIEW-ALL-CLAIMS
                   CLOSE EMP-FILE
                   DISPLAY " "
                   DISPLAY "=== Reviewed " WS-SEEN-COUNT
                           " claim(s), approved " WS-APPROVED-COUNT
                           ", rejected " WS-REJECTED-COUNT " ==="
                   DISPLAY "=== Approved for next PAYCALC: "
                           WS-APPROVED-AMT " ==="
                END-IF
                CLOSE EXP-FILE
             WHEN "35"
                DISPLAY "EXPCLAIM not found - nothing awaiting"
                        " approval"
             WHEN OTHER
                DISPLAY "EXPCLAIM open failed, status " EXP-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       GET-OPERATOR-EMP.
           MOVE  SPACES        TO   WS-OPR-EMP-CD.
           OPEN  INPUT OPR-FILE.
           IF OPR-STS = ZERO
              MOVE  WS-OPR-ID    TO   OPR-ID
              READ  OPR-FILE KEY IS OPR-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  OPR-EMP-CD TO WS-OPR-EMP-CD
              END-READ
              CLOSE OPR-FILE
           END-IF.
       OPEN-EMP-FILE.
           MOVE  "Y"           TO   WS-OPENS-OK.
           OPEN  INPUT  EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "N"       TO   WS-OPENS-OK
           END-EVALUATE.
       REVIEW-ALL-CLAIMS.
           MOVE  ZERO          TO   EXP-SEQ.
           START EXP-FILE KEY IS >= EXP-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ EXP-FILE NEXT
             EVALUATE EXP-STS
               WHEN "00"
               WHEN "02"
                  IF EXP-STATUS = "E"
                     PERFORM REVIEW-ONE-CLAIM
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading EXPCLAIM, status "
                          EXP-STS " - contact support"
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       REVIEW-ONE-CLAIM.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  EXP-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
                 MOVE SPACES   TO   EMP-NAME
                 MOVE SPACES   TO   EMP-MGR-CD
           END-READ.
           IF WS-OPR-AUTH = "S" OR
              (WS-OPR-AUTH NOT = "I" AND
               WS-OPR-EMP-CD NOT = SPACES AND
               WS-OPR-EMP-CD = EMP-MGR-CD)
              ADD  1 TO WS-SEEN-COUNT
              DISPLAY " "
              DISPLAY "Claim " EXP-SEQ "  Employee " EXP-CD " "
                      EMP-NAME "  Manager " EMP-MGR-CD
              DISPLAY "  " EXP-DATE "  " EXP-CATEGORY "  "
                      EXP-AMOUNT "  receipt " EXP-RECEIPT
              DISPLAY "  Entered by " EXP-ENTRY-OPR " on "
                      EXP-ENTRY-DATE
              IF WS-OPR-EMP-CD NOT = SPACES AND
                 WS-OPR-EMP-CD = EXP-CD
                 DISPLAY "  Your own claim - another approver must"
                         " decide it."
              ELSE
              IF EXP-ENTRY-OPR = WS-OPR-ID
                 DISPLAY "  Entered by you - another approver must"
                         " decide it."
              ELSE
              IF WS-EMP-FOUND = "N"
                 DISPLAY "  Employee not on file - claim cannot be"
                         " paid."
              ELSE
                 DISPLAY "[A]pprove  [R]eject  [S]kip  [Q]uit: "
                         NO ADVANCING
                 ACCEPT  WK-CMD
                 MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                 EVALUATE WK-CMD
                   WHEN "A"
                      MOVE  "A"          TO   EXP-STATUS
                      PERFORM RECORD-DECISION
                      ADD   1            TO   WS-APPROVED-COUNT
                      ADD   EXP-AMOUNT   TO   WS-APPROVED-AMT
                      DISPLAY "Claim " EXP-SEQ " approved."
                   WHEN "R"
                      MOVE  "R"          TO   EXP-STATUS
                      PERFORM RECORD-DECISION
                      ADD   1            TO   WS-REJECTED-COUNT
                      DISPLAY "Claim " EXP-SEQ " rejected."
                   WHEN "Q"
                      MOVE "Y" TO WS-EOF
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
              END-IF
              END-IF
              END-IF
           END-IF.
       RECORD-DECISION.
           MOVE  WS-OPR-ID     TO   EXP-APPROVER.
           MOVE  WS-TODAY      TO   EXP-DECIDED.
           REWRITE EXP-REC.

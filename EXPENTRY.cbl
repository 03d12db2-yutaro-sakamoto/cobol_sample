       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY ECTSEL.
           COPY EXPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  ECT-FILE.
           COPY ECTREC.
       FD  EXP-FILE.
           COPY EXPREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  ECT-STS            PIC  9(02).
       01  EXP-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-EMP-FOUND       PIC  X     VALUE "N".
       01  WK-ECT-FOUND       PIC  X     VALUE "N".
       01  WK-DUP             PIC  X     VALUE "N".
       01  WK-CD              PIC  X(04).
       01  WK-DATE            PIC  9(08).
       01  WK-DATE-OK         PIC  X(01).
       01  WK-CATEGORY        PIC  X(03).
       01  WK-AMOUNT          PIC  9(07)V99.
       01  WK-RECEIPT         PIC  X(12).
       01  WS-TODAY           PIC  9(08).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-NEXT-SEQ        PIC  9(06) VALUE ZERO.
       01  WS-ENTERED-COUNT   PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           MOVE  ZERO          TO   WS-ENTERED-COUNT.
           DISPLAY "*** Expense Claim Entry ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
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
              OPEN  INPUT ECT-FILE
              EVALUATE ECT-STS
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   DISPLAY "EXPCAT not found - set up categories"
                           " with EXPCATMNT first"
                   MOVE "Y" TO WK-DONE
                WHEN OTHER
                   DISPLAY "EXPCAT open failed, status " ECT-STS
                   MOVE "Y" TO WK-DONE
              END-EVALUATE
              IF WK-DONE = "Y"
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O EXP-FILE
              IF EXP-STS = 35
                 OPEN  OUTPUT EXP-FILE
                 CLOSE EXP-FILE
                 OPEN  I-O EXP-FILE
              END-IF
              IF EXP-STS NOT = ZERO
                 DISPLAY "EXPCLAIM open failed, status " EXP-STS
              ELSE
                 PERFORM UNTIL WK-DONE = "Y"
                    PERFORM ENTER-FOR-ONE-EMP
                 END-PERFORM
                 CLOSE EXP-FILE
                 DISPLAY " "
                 DISPLAY "=== " WS-ENTERED-COUNT
                         " claim(s) entered - approve with EXPAPPRV"
                         " ==="
              END-IF
              CLOSE ECT-FILE
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       ENTER-FOR-ONE-EMP.
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
              IF EMP-STATUS = "T"
                 DISPLAY "Employee has left - claims must be paid"
                         " through final settlement."
              ELSE
                 DISPLAY "Employee: " EMP-NAME
                         "  Dept: " EMP-DPT-CD
                         "  Manager: " EMP-MGR-CD
                 PERFORM SHOW-CLAIMS
                 PERFORM ENTER-ONE-CLAIM
              END-IF
              END-IF
           END-IF.
       SHOW-CLAIMS.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  WK-CD         TO   EXP-CD.
           START EXP-FILE KEY IS = EXP-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ EXP-FILE NEXT
             EVALUATE EXP-STS
               WHEN "00"
               WHEN "02"
                  IF EXP-CD NOT = WK-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     DISPLAY "  " EXP-SEQ " " EXP-DATE " "
                             EXP-CATEGORY " " EXP-AMOUNT " "
                             EXP-RECEIPT " " EXP-STATUS " "
                             EXP-PAID-PERIOD
                     ADD  1 TO WS-LIST-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "  (no expense claims)"
           ELSE
              DISPLAY "  Status: E=entered A=approved R=rejected"
                      " P=paid (with period)"
           END-IF.
       ENTER-ONE-CLAIM.
           DISPLAY "Expense date (YYYYMMDD) : " NO ADVANCING.
           ACCEPT  WK-DATE.
           CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK.
           IF WK-DATE-OK NOT = "Y"
              DISPLAY "Invalid or future expense date - nothing"
                      " saved."
           ELSE
              DISPLAY "Category                : " NO ADVANCING
              ACCEPT  WK-CATEGORY
              MOVE FUNCTION UPPER-CASE(WK-CATEGORY) TO WK-CATEGORY
              MOVE  "Y"          TO   WK-ECT-FOUND
              MOVE  WK-CATEGORY  TO   ECT-CD
              READ  ECT-FILE KEY IS   ECT-CD
                INVALID KEY
                    MOVE "N"     TO   WK-ECT-FOUND
              END-READ
              IF WK-ECT-FOUND = "N" OR ECT-STATUS NOT = "A"
                 DISPLAY "Unknown or closed category - nothing saved."
              ELSE
                 DISPLAY "Amount                  : " NO ADVANCING
                 ACCEPT  WK-AMOUNT
                 DISPLAY "Receipt reference       : " NO ADVANCING
                 ACCEPT  WK-RECEIPT
                 MOVE FUNCTION UPPER-CASE(WK-RECEIPT) TO WK-RECEIPT
                 PERFORM VALIDATE-AND-SAVE
              END-IF
           END-IF.
       VALIDATE-AND-SAVE.
           IF WK-AMOUNT = ZERO
              DISPLAY "Amount must be greater than zero - nothing"
                      " saved."
           ELSE
           IF ECT-MAX-AMT > ZERO AND WK-AMOUNT > ECT-MAX-AMT
              DISPLAY "Amount exceeds the " ECT-CD " claim limit of "
                      ECT-MAX-AMT " - nothing saved."
           ELSE
           IF WK-RECEIPT = SPACES
              DISPLAY "Receipt reference is required - nothing"
                      " saved."
           ELSE
              PERFORM CHECK-DUPLICATE
              IF WK-DUP = "N"
                 PERFORM SAVE-CLAIM
              END-IF
           END-IF
           END-IF
           END-IF.
       CHECK-DUPLICATE.
           MOVE  "N"           TO   WK-DUP.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-CD         TO   EXP-CD.
           START EXP-FILE KEY IS = EXP-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ EXP-FILE NEXT
             EVALUATE EXP-STS
               WHEN "00"
               WHEN "02"
                  IF EXP-CD NOT = WK-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     IF EXP-STATUS NOT = "R"
                        IF EXP-RECEIPT = WK-RECEIPT
                           DISPLAY "Receipt " WK-RECEIPT
                                   " already claimed on claim "
                                   EXP-SEQ " - nothing saved."
                           MOVE "Y" TO WK-DUP
                           MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                        IF EXP-DATE = WK-DATE
                           AND EXP-CATEGORY = WK-CATEGORY
                           AND EXP-AMOUNT = WK-AMOUNT
                           DISPLAY "Same date, category and amount"
                                   " already claimed on claim "
                                   EXP-SEQ " - nothing saved."
                           MOVE "Y" TO WK-DUP
                           MOVE "Y" TO WS-SCAN-EOF
                        END-IF
                        END-IF
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
       SAVE-CLAIM.
           PERFORM FIND-NEXT-SEQ.
           MOVE  WS-NEXT-SEQ   TO   EXP-SEQ.
           MOVE  WK-CD         TO   EXP-CD.
           MOVE  WK-DATE       TO   EXP-DATE.
           MOVE  WK-CATEGORY   TO   EXP-CATEGORY.
           MOVE  WK-AMOUNT     TO   EXP-AMOUNT.
           MOVE  WK-RECEIPT    TO   EXP-RECEIPT.
           MOVE  "E"           TO   EXP-STATUS.
           MOVE  WS-OPR-ID     TO   EXP-ENTRY-OPR.
           MOVE  WS-TODAY      TO   EXP-ENTRY-DATE.
           MOVE  SPACES        TO   EXP-APPROVER.
           MOVE  ZERO          TO   EXP-DECIDED.
           MOVE  ZERO          TO   EXP-PAID-PERIOD.
           WRITE EXP-REC
             INVALID KEY
                DISPLAY "Write failed for expense claim, status "
                        EXP-STS
             NOT INVALID KEY
                DISPLAY "Claim " EXP-SEQ " entered - awaiting"
                        " approval."
                ADD  1 TO WS-ENTERED-COUNT
           END-WRITE.
       FIND-NEXT-SEQ.
           MOVE  ZERO          TO   WS-NEXT-SEQ.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  ZERO          TO   EXP-SEQ.
           START EXP-FILE KEY IS >= EXP-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ EXP-FILE NEXT
             EVALUATE EXP-STS
               WHEN "00"
               WHEN "02"
                  MOVE  EXP-SEQ   TO   WS-NEXT-SEQ
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-SEQ.

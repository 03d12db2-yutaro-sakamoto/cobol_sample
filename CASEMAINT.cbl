       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY CASSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CAS-FILE.
           COPY CASREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  CAS-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-CD              PIC  X(04).
       01  WK-CASE-NO         PIC  9(03).
       01  WK-TYPE            PIC  X(01).
       01  WK-STAGE           PIC  X(01).
       01  WK-OUTCOME         PIC  X(01).
       01  WK-DATE            PIC  9(08).
       01  WK-EXPIRY          PIC  9(08).
       01  WK-SUMMARY         PIC  X(40).
       01  WK-HANDLER         PIC  X(08).
       01  WK-DATE-OK         PIC  X(01).
       01  WS-TODAY           PIC  9(08).
       01  WS-NEXT-NO         PIC  9(03).
       01  WS-WARN-MONTHS     PIC  9(02).
       01  WS-CALC-YYYY       PIC  9(04).
       01  WS-CALC-MM         PIC  9(02).
       01  WS-CALC-DD         PIC  9(02).
       01  WS-TYPE-TEXT       PIC  X(12).
       01  WS-STAGE-TEXT      PIC  X(13).
       01  WS-OUTCOME-TEXT    PIC  X(20).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Disciplinary and Grievance Cases ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "H"
              DISPLAY "Not authorized - case files need HR authority."
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  INPUT EMP-FILE
              EVALUATE EMP-STS
                WHEN "00"
                   CONTINUE
                WHEN "35"
                   DISPLAY "EMP-FILE not found - run EMPWRITE first"
                   MOVE "Y" TO WK-DONE
                WHEN OTHER
                   DISPLAY "EMP-FILE open failed, status " EMP-STS
                   MOVE "Y" TO WK-DONE
              END-EVALUATE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O CAS-FILE
              IF CAS-STS = 35
                 OPEN  OUTPUT CAS-FILE
                 CLOSE CAS-FILE
                 OPEN  I-O CAS-FILE
              END-IF
              EVALUATE CAS-STS
                WHEN "00"
                   PERFORM UNTIL WK-DONE = "Y"
                      DISPLAY " "
                      DISPLAY "[O]pen  [S]tage  [C]lose  [L]ist"
                              "  [Q]uit: " NO ADVANCING
                      ACCEPT  WK-CMD
                      MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                      EVALUATE WK-CMD
                        WHEN "O"
                           PERFORM OPEN-CASE
                        WHEN "S"
                           PERFORM CHANGE-STAGE
                        WHEN "C"
                           PERFORM CLOSE-CASE
                        WHEN "L"
                           PERFORM LIST-CASES
                        WHEN "Q"
                           MOVE "Y" TO WK-DONE
                        WHEN OTHER
                           DISPLAY "Invalid command - use O, S, C, L,"
                                   " or Q."
                      END-EVALUATE
                   END-PERFORM
                   CLOSE CAS-FILE
                WHEN OTHER
                   DISPLAY "EMPCASE open failed, status " CAS-STS
              END-EVALUATE
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       READ-EMPLOYEE.
           DISPLAY "Employee code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 DISPLAY "Employee not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "Y"
              DISPLAY "Employee: " EMP-NAME "  Dept: " EMP-DPT-CD
                      "  Status: " EMP-STATUS
           END-IF.
       READ-OPEN-CASE.
           PERFORM READ-EMPLOYEE.
           IF WK-FOUND = "Y"
              DISPLAY "Case number: " NO ADVANCING
              ACCEPT  WK-CASE-NO
              MOVE  WK-CD        TO   CAS-CD
              MOVE  WK-CASE-NO   TO   CAS-NO
              READ  CAS-FILE KEY IS   CAS-KEY
                INVALID KEY
                    DISPLAY "Case not found!"
                    MOVE "N"     TO   WK-FOUND
              END-READ
           END-IF.
           IF WK-FOUND = "Y"
              PERFORM SHOW-ONE-CASE
              IF CAS-STAGE = "C"
                 DISPLAY "Case is already closed."
                 MOVE "N"     TO   WK-FOUND
              END-IF
           END-IF.
       OPEN-CASE.
           PERFORM READ-EMPLOYEE.
           IF WK-FOUND = "Y"
              DISPLAY "Type D=disciplinary G=grievance: " NO ADVANCING
              ACCEPT  WK-TYPE
              MOVE FUNCTION UPPER-CASE(WK-TYPE) TO WK-TYPE
              DISPLAY "Opened (YYYYMMDD, zero = today): " NO ADVANCING
              ACCEPT  WK-DATE
              IF WK-DATE = ZERO
                 MOVE  WS-TODAY     TO   WK-DATE
              END-IF
              DISPLAY "Summary: " NO ADVANCING
              ACCEPT  WK-SUMMARY
              DISPLAY "Handling operator (blank = you): " NO ADVANCING
              ACCEPT  WK-HANDLER
              MOVE FUNCTION UPPER-CASE(WK-HANDLER) TO WK-HANDLER
              IF WK-HANDLER = SPACES
                 MOVE  WS-OPR-ID    TO   WK-HANDLER
              END-IF
              MOVE  "Y"          TO   WK-OK
              MOVE  "Y"          TO   WK-DATE-OK
              CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK
              EVALUATE TRUE
                WHEN WK-TYPE NOT = "D" AND WK-TYPE NOT = "G"
                   DISPLAY "Type must be D or G."
                   MOVE "N" TO WK-OK
                WHEN WK-DATE-OK NOT = "Y" OR WK-DATE > WS-TODAY
                   DISPLAY "Invalid opened date " WK-DATE
                   MOVE "N" TO WK-OK
                WHEN WK-SUMMARY = SPACES
                   DISPLAY "Summary is required."
                   MOVE "N" TO WK-OK
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
              IF WK-OK = "Y"
                 PERFORM FIND-NEXT-CASE-NO
                 MOVE  WK-CD          TO   CAS-CD
                 MOVE  WS-NEXT-NO     TO   CAS-NO
                 MOVE  WK-TYPE        TO   CAS-TYPE
                 MOVE  WK-DATE        TO   CAS-OPENED
                 MOVE  ZERO           TO   CAS-CLOSED
                 MOVE  "I"            TO   CAS-STAGE
                 MOVE  SPACES         TO   CAS-OUTCOME
                 MOVE  ZERO           TO   CAS-WARN-EXPIRY
                 MOVE  WK-SUMMARY     TO   CAS-SUMMARY
                 MOVE  WK-HANDLER     TO   CAS-OPR
                 MOVE  WS-TODAY       TO   CAS-UPD-DATE
                 WRITE CAS-REC
                   INVALID KEY
                      DISPLAY "Write failed, status " CAS-STS
                   NOT INVALID KEY
                      DISPLAY "Case " WK-CD "/" WS-NEXT-NO
                              " opened."
                 END-WRITE
              ELSE
                 DISPLAY "Nothing saved."
              END-IF
           END-IF.
       FIND-NEXT-CASE-NO.
           MOVE  ZERO          TO   WS-NEXT-NO.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  WK-CD         TO   CAS-CD.
           MOVE  ZERO          TO   CAS-NO.
           START CAS-FILE KEY IS >= CAS-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ CAS-FILE NEXT
             EVALUATE CAS-STS
               WHEN "00"
                  IF CAS-CD NOT = WK-CD
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     MOVE CAS-NO TO WS-NEXT-NO
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-NEXT-NO.
       CHANGE-STAGE.
           PERFORM READ-OPEN-CASE.
           IF WK-FOUND = "Y"
              DISPLAY "Stage I=investigation H=hearing A=appeal: "
                      NO ADVANCING
              ACCEPT  WK-STAGE
              MOVE FUNCTION UPPER-CASE(WK-STAGE) TO WK-STAGE
              DISPLAY "Handling operator (blank = keep): "
                      NO ADVANCING
              ACCEPT  WK-HANDLER
              MOVE FUNCTION UPPER-CASE(WK-HANDLER) TO WK-HANDLER
              DISPLAY "Summary (blank = keep): " NO ADVANCING
              ACCEPT  WK-SUMMARY
              IF WK-STAGE = "I" OR WK-STAGE = "H" OR WK-STAGE = "A"
                 MOVE  WK-STAGE       TO   CAS-STAGE
                 IF WK-HANDLER NOT = SPACES
                    MOVE  WK-HANDLER  TO   CAS-OPR
                 END-IF
                 IF WK-SUMMARY NOT = SPACES
                    MOVE  WK-SUMMARY  TO   CAS-SUMMARY
                 END-IF
                 MOVE  WS-TODAY       TO   CAS-UPD-DATE
                 REWRITE CAS-REC
                 DISPLAY "Case " CAS-CD "/" CAS-NO " updated."
              ELSE
                 DISPLAY "Stage must be I, H or A - nothing saved."
              END-IF
           END-IF.
       CLOSE-CASE.
           PERFORM READ-OPEN-CASE.
           IF WK-FOUND = "Y"
              IF CAS-TYPE = "D"
                 DISPLAY "Outcome N=no action V=verbal W=written"
                         " F=final D=dismissal X=withdrawn: "
                         NO ADVANCING
              ELSE
                 DISPLAY "Outcome U=upheld R=not upheld"
                         " X=withdrawn: " NO ADVANCING
              END-IF
              ACCEPT  WK-OUTCOME
              MOVE FUNCTION UPPER-CASE(WK-OUTCOME) TO WK-OUTCOME
              DISPLAY "Closed (YYYYMMDD, zero = today): " NO ADVANCING
              ACCEPT  WK-DATE
              IF WK-DATE = ZERO
                 MOVE  WS-TODAY     TO   WK-DATE
              END-IF
              PERFORM CHECK-OUTCOME
              IF WK-OK = "Y"
                 PERFORM SET-WARNING-EXPIRY
              END-IF
              IF WK-OK = "Y"
                 MOVE  WK-OUTCOME     TO   CAS-OUTCOME
                 MOVE  WK-DATE        TO   CAS-CLOSED
                 MOVE  "C"            TO   CAS-STAGE
                 MOVE  WK-EXPIRY      TO   CAS-WARN-EXPIRY
                 MOVE  WS-TODAY       TO   CAS-UPD-DATE
                 REWRITE CAS-REC
                 DISPLAY "Case " CAS-CD "/" CAS-NO " closed."
              ELSE
                 DISPLAY "Nothing saved."
              END-IF
           END-IF.
       CHECK-OUTCOME.
           MOVE  "Y"          TO   WK-OK.
           MOVE  "Y"          TO   WK-DATE-OK.
           CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK.
           IF WK-DATE-OK NOT = "Y" OR WK-DATE < CAS-OPENED
              OR WK-DATE > WS-TODAY
              DISPLAY "Invalid closed date " WK-DATE
              MOVE "N" TO WK-OK
           END-IF.
           IF WK-OK = "Y"
              MOVE  WK-OUTCOME   TO   CAS-OUTCOME
              PERFORM SET-CASE-TEXTS
              IF WS-OUTCOME-TEXT = SPACES
                 DISPLAY "Outcome not valid for this case type."
                 MOVE "N" TO WK-OK
              END-IF
           END-IF.
       SET-WARNING-EXPIRY.
           MOVE  ZERO          TO   WK-EXPIRY.
           EVALUATE WK-OUTCOME
             WHEN "V"
                MOVE  6        TO   WS-WARN-MONTHS
             WHEN "W"
             WHEN "F"
                MOVE  12       TO   WS-WARN-MONTHS
             WHEN OTHER
                MOVE  ZERO     TO   WS-WARN-MONTHS
           END-EVALUATE.
           IF WS-WARN-MONTHS > ZERO
              MOVE  WK-DATE(1:4)  TO   WS-CALC-YYYY
              MOVE  WK-DATE(5:2)  TO   WS-CALC-MM
              MOVE  WK-DATE(7:2)  TO   WS-CALC-DD
              IF WS-CALC-DD > 28
                 MOVE  28         TO   WS-CALC-DD
              END-IF
              ADD   WS-WARN-MONTHS TO  WS-CALC-MM
              IF WS-CALC-MM > 12
                 SUBTRACT 12 FROM WS-CALC-MM
                 ADD      1  TO   WS-CALC-YYYY
              END-IF
              COMPUTE WK-EXPIRY = WS-CALC-YYYY * 10000
                                + WS-CALC-MM * 100 + WS-CALC-DD
              DISPLAY "Warning expiry (YYYYMMDD, zero = "
                      WK-EXPIRY "): " NO ADVANCING
              ACCEPT  WK-DATE
              IF WK-DATE NOT = ZERO
                 MOVE  "Y"          TO   WK-DATE-OK
                 CALL  "EMPDTVAL" USING WK-DATE, WK-DATE-OK
                 IF WK-DATE-OK NOT = "Y" OR WK-DATE <= CAS-OPENED
                    DISPLAY "Invalid expiry date " WK-DATE
                    MOVE "N" TO WK-OK
                 ELSE
                    MOVE  WK-DATE      TO   WK-EXPIRY
                 END-IF
              END-IF
           END-IF.
       SET-CASE-TEXTS.
           EVALUATE CAS-TYPE
             WHEN "D"
                MOVE "Disciplinary"  TO   WS-TYPE-TEXT
             WHEN "G"
                MOVE "Grievance"     TO   WS-TYPE-TEXT
             WHEN OTHER
                MOVE CAS-TYPE        TO   WS-TYPE-TEXT
           END-EVALUATE.
           EVALUATE CAS-STAGE
             WHEN "I"
                MOVE "Investigation" TO   WS-STAGE-TEXT
             WHEN "H"
                MOVE "Hearing"       TO   WS-STAGE-TEXT
             WHEN "A"
                MOVE "Appeal"        TO   WS-STAGE-TEXT
             WHEN "C"
                MOVE "Closed"        TO   WS-STAGE-TEXT
             WHEN OTHER
                MOVE CAS-STAGE       TO   WS-STAGE-TEXT
           END-EVALUATE.
           MOVE  SPACES        TO   WS-OUTCOME-TEXT.
           IF CAS-TYPE = "D"
              EVALUATE CAS-OUTCOME
                WHEN "N"
                   MOVE "No action"            TO   WS-OUTCOME-TEXT
                WHEN "V"
                   MOVE "Verbal warning"       TO   WS-OUTCOME-TEXT
                WHEN "W"
                   MOVE "Written warning"      TO   WS-OUTCOME-TEXT
                WHEN "F"
                   MOVE "Final written warning" TO  WS-OUTCOME-TEXT
                WHEN "D"
                   MOVE "Dismissal"            TO   WS-OUTCOME-TEXT
                WHEN "X"
                   MOVE "Withdrawn"            TO   WS-OUTCOME-TEXT
              END-EVALUATE
           ELSE
              EVALUATE CAS-OUTCOME
                WHEN "U"
                   MOVE "Upheld"               TO   WS-OUTCOME-TEXT
                WHEN "R"
                   MOVE "Not upheld"           TO   WS-OUTCOME-TEXT
                WHEN "X"
                   MOVE "Withdrawn"            TO   WS-OUTCOME-TEXT
              END-EVALUATE
           END-IF.
       SHOW-ONE-CASE.
           PERFORM SET-CASE-TEXTS.
           DISPLAY CAS-NO " " WS-TYPE-TEXT " opened " CAS-OPENED
                   " " WS-STAGE-TEXT " handler " CAS-OPR.
           DISPLAY "    " CAS-SUMMARY.
           IF CAS-STAGE = "C"
              DISPLAY "    Closed " CAS-CLOSED " - " WS-OUTCOME-TEXT
                      " warning expires " CAS-WARN-EXPIRY
           END-IF.
       LIST-CASES.
           PERFORM READ-EMPLOYEE.
           IF WK-FOUND = "Y"
              MOVE  ZERO          TO   WS-LIST-COUNT
              MOVE  "N"           TO   WS-SCAN-EOF
              MOVE  WK-CD         TO   CAS-CD
              MOVE  ZERO          TO   CAS-NO
              START CAS-FILE KEY IS >= CAS-KEY
                INVALID KEY
                    MOVE "Y"      TO   WS-SCAN-EOF
              END-START
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ CAS-FILE NEXT
                EVALUATE CAS-STS
                  WHEN "00"
                     IF CAS-CD NOT = WK-CD
                        MOVE "Y" TO WS-SCAN-EOF
                     ELSE
                        PERFORM SHOW-ONE-CASE
                        ADD  1 TO WS-LIST-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-SCAN-EOF
                END-EVALUATE
              END-PERFORM
              DISPLAY "=== " WS-LIST-COUNT " case(s) for " WK-CD " ==="
           END-IF.

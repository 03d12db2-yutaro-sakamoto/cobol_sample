       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POSSEL.
           COPY DEPTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-FILE.
           COPY POSREC.
       FD  DEPT-FILE.
           COPY DEPTREC.
       WORKING-STORAGE SECTION.
       01  POS-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-POS-NO          PIC  X(06).
       01  WK-TITLE           PIC  X(20).
       01  WK-DPT-CD          PIC  X(02).
       01  WK-GRADE           PIC  X(02).
       01  WK-REPORTS-TO      PIC  X(06).
       01  WK-FTE             PIC  9(01)V99.
       01  WK-STATUS          PIC  X(01).
       01  WK-SAVE-REC        PIC  X(52).
       01  WK-LIST-DPT        PIC  X(02).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Position Maintenance ***".
           OPEN  INPUT DEPT-FILE.
           IF DEPT-STS NOT = ZERO
              DISPLAY "DEPTMAST open failed, status " DEPT-STS
                      " - run DEPTLOAD first"
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O POS-FILE
              IF POS-STS = 35
                 OPEN  OUTPUT POS-FILE
                 CLOSE POS-FILE
                 OPEN  I-O POS-FILE
              END-IF
              EVALUATE POS-STS
                WHEN "00"
                   PERFORM UNTIL WK-DONE = "Y"
                      DISPLAY " "
                      DISPLAY "[A]dd  [C]hange  [L]ist  [Q]uit: "
                              NO ADVANCING
                      ACCEPT  WK-CMD
                      MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                      EVALUATE WK-CMD
                        WHEN "A"
                           PERFORM ADD-POSITION
                        WHEN "C"
                           PERFORM CHANGE-POSITION
                        WHEN "L"
                           PERFORM LIST-POSITIONS
                        WHEN "Q"
                           MOVE "Y" TO WK-DONE
                        WHEN OTHER
                           DISPLAY "Invalid command - use A, C, L,"
                                   " or Q."
                      END-EVALUATE
                   END-PERFORM
                   CLOSE POS-FILE
                WHEN OTHER
                   DISPLAY "POSMAST open failed, status " POS-STS
              END-EVALUATE
              CLOSE DEPT-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       ADD-POSITION.
           DISPLAY "New position number: " NO ADVANCING.
           ACCEPT  WK-POS-NO.
           MOVE FUNCTION UPPER-CASE(WK-POS-NO) TO WK-POS-NO.
           IF WK-POS-NO = SPACES
              DISPLAY "Position number may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-POS-NO    TO   POS-NO
              READ  POS-FILE KEY IS   POS-NO
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Position " WK-POS-NO " already exists."
              ELSE
                 DISPLAY "Title                 : " NO ADVANCING
                 ACCEPT  WK-TITLE
                 DISPLAY "Department            : " NO ADVANCING
                 ACCEPT  WK-DPT-CD
                 MOVE FUNCTION UPPER-CASE(WK-DPT-CD) TO WK-DPT-CD
                 PERFORM ACCEPT-POSITION-TERMS
                 MOVE  "A"          TO   WK-STATUS
                 IF WK-TITLE = SPACES OR WK-GRADE = SPACES
                    DISPLAY "Title and grade are required - nothing"
                            " saved."
                 ELSE
                 IF WK-FTE = ZERO
                    DISPLAY "Authorized FTE must be greater than zero"
                            " - nothing saved."
                 ELSE
                    PERFORM CHECK-DEPT
                    IF WK-OK = "Y"
                       PERFORM CHECK-REPORTS-TO
                    END-IF
                    IF WK-OK = "Y"
                       PERFORM MOVE-POSITION-FIELDS
                       MOVE  SPACES       TO   POS-EMP-CD
                       MOVE  ZERO         TO   POS-FILL-DATE
                       WRITE POS-REC
                         INVALID KEY
                            DISPLAY "Write failed for position "
                                    WK-POS-NO ", status " POS-STS
                         NOT INVALID KEY
                            DISPLAY "Position " WK-POS-NO " added."
                       END-WRITE
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       CHANGE-POSITION.
           DISPLAY "Position number to change: " NO ADVANCING.
           ACCEPT  WK-POS-NO.
           MOVE FUNCTION UPPER-CASE(WK-POS-NO) TO WK-POS-NO.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-POS-NO    TO   POS-NO.
           READ  POS-FILE KEY IS   POS-NO
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Position not found!"
           ELSE
              PERFORM SHOW-ONE-POSITION
              MOVE  POS-REC         TO   WK-SAVE-REC
              DISPLAY "Blank or zero keeps the current value."
              DISPLAY "Title                 : " NO ADVANCING
              ACCEPT  WK-TITLE
              DISPLAY "Department            : " NO ADVANCING
              ACCEPT  WK-DPT-CD
              MOVE FUNCTION UPPER-CASE(WK-DPT-CD) TO WK-DPT-CD
              PERFORM ACCEPT-POSITION-TERMS
              DISPLAY "Status A=open C=closed: " NO ADVANCING
              ACCEPT  WK-STATUS
              MOVE FUNCTION UPPER-CASE(WK-STATUS) TO WK-STATUS
              IF WK-TITLE = SPACES
                 MOVE  POS-TITLE       TO   WK-TITLE
              END-IF
              IF WK-DPT-CD = SPACES
                 MOVE  POS-DPT-CD      TO   WK-DPT-CD
              END-IF
              IF WK-GRADE = SPACES
                 MOVE  POS-GRADE       TO   WK-GRADE
              END-IF
              IF WK-REPORTS-TO = SPACES
                 MOVE  POS-REPORTS-TO  TO   WK-REPORTS-TO
              END-IF
              IF WK-FTE = ZERO
                 MOVE  POS-FTE         TO   WK-FTE
              END-IF
              IF WK-STATUS NOT = "A" AND WK-STATUS NOT = "C"
                 MOVE  POS-STATUS      TO   WK-STATUS
              END-IF
              MOVE  "Y"             TO   WK-OK
              IF POS-EMP-CD NOT = SPACES
                 AND (WK-DPT-CD NOT = POS-DPT-CD OR WK-STATUS = "C")
                 DISPLAY "Position is filled by " POS-EMP-CD
                         " - move or terminate the incumbent before"
                         " closing or re-departmenting it."
                 MOVE  "N"          TO   WK-OK
              END-IF
              IF WK-OK = "Y" AND WK-DPT-CD NOT = POS-DPT-CD
                 PERFORM CHECK-DEPT
              END-IF
              IF WK-OK = "Y" AND WK-REPORTS-TO NOT = POS-REPORTS-TO
                 PERFORM CHECK-REPORTS-TO
                 MOVE  WK-SAVE-REC  TO   POS-REC
              END-IF
              IF WK-OK = "Y"
                 PERFORM MOVE-POSITION-FIELDS
                 REWRITE POS-REC
                 DISPLAY "Position " WK-POS-NO " updated."
              ELSE
                 DISPLAY "Nothing saved."
              END-IF
           END-IF.
       ACCEPT-POSITION-TERMS.
           DISPLAY "Grade                 : " NO ADVANCING.
           ACCEPT  WK-GRADE.
           MOVE FUNCTION UPPER-CASE(WK-GRADE) TO WK-GRADE.
           DISPLAY "Reports-to position   : " NO ADVANCING.
           ACCEPT  WK-REPORTS-TO.
           MOVE FUNCTION UPPER-CASE(WK-REPORTS-TO) TO WK-REPORTS-TO.
           DISPLAY "Authorized FTE (9.99) : " NO ADVANCING.
           ACCEPT  WK-FTE.
       CHECK-DEPT.
           MOVE  "Y"          TO   WK-OK.
           MOVE  WK-DPT-CD    TO   DEPT-CD.
           READ  DEPT-FILE KEY IS   DEPT-CD
             INVALID KEY
                 DISPLAY "Unknown department code " WK-DPT-CD
                 MOVE "N"     TO   WK-OK
             NOT INVALID KEY
                 IF DEPT-STATUS = "I"
                    DISPLAY "Department " WK-DPT-CD " is inactive"
                    MOVE "N"  TO   WK-OK
                 END-IF
           END-READ.
       CHECK-REPORTS-TO.
           MOVE  "Y"          TO   WK-OK.
           IF WK-REPORTS-TO NOT = SPACES
              IF WK-REPORTS-TO = WK-POS-NO
                 DISPLAY "A position may not report to itself."
                 MOVE "N"     TO   WK-OK
              ELSE
                 MOVE  WK-REPORTS-TO TO  POS-NO
                 READ  POS-FILE KEY IS   POS-NO
                   INVALID KEY
                       DISPLAY "Unknown reports-to position "
                               WK-REPORTS-TO
                       MOVE "N"  TO   WK-OK
                 END-READ
              END-IF
           END-IF.
       MOVE-POSITION-FIELDS.
           MOVE  WK-POS-NO       TO   POS-NO.
           MOVE  WK-TITLE        TO   POS-TITLE.
           MOVE  WK-DPT-CD       TO   POS-DPT-CD.
           MOVE  WK-GRADE        TO   POS-GRADE.
           MOVE  WK-REPORTS-TO   TO   POS-REPORTS-TO.
           MOVE  WK-FTE          TO   POS-FTE.
           MOVE  WK-STATUS       TO   POS-STATUS.
       SHOW-ONE-POSITION.
           DISPLAY POS-NO " " POS-TITLE " " POS-DPT-CD " "
                   POS-GRADE " rpt " POS-REPORTS-TO " fte " POS-FTE
                   " " POS-STATUS " held by " POS-EMP-CD.
       LIST-POSITIONS.
           DISPLAY "Department (blank = all): " NO ADVANCING.
           ACCEPT  WK-LIST-DPT.
           MOVE FUNCTION UPPER-CASE(WK-LIST-DPT) TO WK-LIST-DPT.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   POS-NO.
           START POS-FILE KEY IS >= POS-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ POS-FILE NEXT
             EVALUATE POS-STS
               WHEN "00"
               WHEN "02"
                  IF WK-LIST-DPT = SPACES
                     OR WK-LIST-DPT = POS-DPT-CD
                     PERFORM SHOW-ONE-POSITION
                     ADD  1 TO WS-LIST-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " position(s) listed.".

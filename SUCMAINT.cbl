       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY POSSEL.
           COPY KRLSEL.
           COPY SUCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  POS-FILE.
           COPY POSREC.
       FD  KRL-FILE.
           COPY KRLREC.
       FD  SUC-FILE.
           COPY SUCREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  POS-STS            PIC  9(02).
       01  KRL-STS            PIC  9(02).
       01  SUC-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-EMP-FOUND       PIC  X     VALUE "N".
       01  WK-POS-OPEN        PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CONFIRM         PIC  X(01).
       01  WK-TYPE            PIC  X(01).
       01  WK-REF             PIC  X(06).
       01  WK-DESC            PIC  X(30).
       01  WK-CD              PIC  X(04).
       01  WK-READY           PIC  X(01).
       01  WK-NOTES           PIC  X(40).
       01  WS-INCUMBENT       PIC  X(04).
       01  WS-READY-TEXT      PIC  X(12).
       01  WS-TODAY           PIC  9(08).
       01  WS-SCAN-EOF        PIC  X     VALUE "N".
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-SUC-COUNT       PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Succession Planning - Key Roles ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "U" AND WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - succession planning needs"
                      " update authority."
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
              PERFORM OPEN-SUCC-FILES
              IF WK-DONE NOT = "Y"
                 PERFORM UNTIL WK-DONE = "Y"
                    DISPLAY " "
                    DISPLAY "[F]lag role  [U]nflag  [N]ominate"
                            "  [R]emove successor  [L]ist  [Q]uit: "
                            NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    EVALUATE WK-CMD
                      WHEN "F"
                         PERFORM FLAG-ROLE
                      WHEN "U"
                         PERFORM UNFLAG-ROLE
                      WHEN "N"
                         PERFORM NOMINATE-SUCCESSOR
                      WHEN "R"
                         PERFORM REMOVE-SUCCESSOR
                      WHEN "L"
                         PERFORM LIST-ROLES
                      WHEN "Q"
                         MOVE "Y" TO WK-DONE
                      WHEN OTHER
                         DISPLAY "Invalid command - use F, U, N, R, L,"
                                 " or Q."
                    END-EVALUATE
                 END-PERFORM
                 CLOSE KRL-FILE
                 CLOSE SUC-FILE
                 IF WK-POS-OPEN = "Y"
                    CLOSE POS-FILE
                 END-IF
              END-IF
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       OPEN-SUCC-FILES.
           MOVE  "N"           TO   WK-POS-OPEN.
           OPEN  INPUT POS-FILE.
           IF POS-STS = ZERO
              MOVE "Y" TO WK-POS-OPEN
           END-IF.
           OPEN  I-O KRL-FILE.
           IF KRL-STS = 35
              OPEN  OUTPUT KRL-FILE
              CLOSE KRL-FILE
              OPEN  I-O KRL-FILE
           END-IF.
           OPEN  I-O SUC-FILE.
           IF SUC-STS = 35
              OPEN  OUTPUT SUC-FILE
              CLOSE SUC-FILE
              OPEN  I-O SUC-FILE
           END-IF.
           IF KRL-STS NOT = ZERO OR SUC-STS NOT = ZERO
              DISPLAY "SUCCROLE/SUCCPLAN open failed, status "
                      KRL-STS "/" SUC-STS
              MOVE "Y" TO WK-DONE
              IF WK-POS-OPEN = "Y"
                 CLOSE POS-FILE
              END-IF
           END-IF.
       ACCEPT-ROLE-KEY.
           DISPLAY "Role type P=position E=employee: " NO ADVANCING.
           ACCEPT  WK-TYPE.
           MOVE FUNCTION UPPER-CASE(WK-TYPE) TO WK-TYPE.
           IF WK-TYPE = "P"
              DISPLAY "Position number: " NO ADVANCING
           ELSE
              DISPLAY "Employee code  : " NO ADVANCING
           END-IF.
           ACCEPT  WK-REF.
           MOVE FUNCTION UPPER-CASE(WK-REF) TO WK-REF.
       READ-ROLE.
           PERFORM ACCEPT-ROLE-KEY.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-TYPE      TO   KRL-TYPE.
           MOVE  WK-REF       TO   KRL-REF.
           READ  KRL-FILE KEY IS   KRL-KEY
             INVALID KEY
                 DISPLAY "Not flagged as a key role!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "Y"
              PERFORM FIND-INCUMBENT
              DISPLAY "Role " KRL-TYPE "-" KRL-REF " " KRL-DESC
                      "  incumbent " WS-INCUMBENT
           END-IF.
       FIND-INCUMBENT.
           MOVE  SPACES        TO   WS-INCUMBENT.
           IF KRL-TYPE = "E"
              MOVE  KRL-REF(1:4)  TO   WS-INCUMBENT
           ELSE
              IF WK-POS-OPEN = "Y"
                 MOVE  KRL-REF       TO   POS-NO
                 READ  POS-FILE KEY IS   POS-NO
                   INVALID KEY
                       MOVE SPACES   TO   POS-EMP-CD
                 END-READ
                 MOVE  POS-EMP-CD    TO   WS-INCUMBENT
              END-IF
           END-IF.
       READ-EMPLOYEE.
           MOVE  "Y"          TO   WK-EMP-FOUND.
           MOVE  WK-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"     TO   WK-EMP-FOUND
           END-READ.
       FLAG-ROLE.
           PERFORM ACCEPT-ROLE-KEY.
           MOVE  SPACES        TO   WK-DESC.
           MOVE  "Y"           TO   WK-FOUND.
           EVALUATE WK-TYPE
             WHEN "P"
                IF WK-POS-OPEN NOT = "Y"
                   DISPLAY "POSMAST not available - run POSMAINT first"
                   MOVE "N" TO WK-FOUND
                ELSE
                   MOVE  WK-REF        TO   POS-NO
                   READ  POS-FILE KEY IS   POS-NO
                     INVALID KEY
                         DISPLAY "Position not found!"
                         MOVE "N"      TO   WK-FOUND
                     NOT INVALID KEY
                         MOVE POS-TITLE TO  WK-DESC
                   END-READ
                END-IF
             WHEN "E"
                MOVE  WK-REF(1:4)   TO   WK-CD
                PERFORM READ-EMPLOYEE
                IF WK-EMP-FOUND = "N" OR EMP-STATUS = "T"
                   DISPLAY "Employee not found or terminated!"
                   MOVE "N" TO WK-FOUND
                ELSE
                   MOVE  EMP-NAME      TO   WK-DESC
                END-IF
             WHEN OTHER
                DISPLAY "Role type must be P or E."
                MOVE "N" TO WK-FOUND
           END-EVALUATE.
           IF WK-FOUND = "Y"
              MOVE  WK-TYPE      TO   KRL-TYPE
              MOVE  WK-REF       TO   KRL-REF
              READ  KRL-FILE KEY IS   KRL-KEY
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Already flagged as a key role: " KRL-DESC
              ELSE
                 DISPLAY "Role description (blank = " WK-DESC "): "
                         NO ADVANCING
                 ACCEPT  KRL-DESC
                 IF KRL-DESC = SPACES
                    MOVE  WK-DESC      TO   KRL-DESC
                 END-IF
                 MOVE  WK-TYPE      TO   KRL-TYPE
                 MOVE  WK-REF       TO   KRL-REF
                 MOVE  WS-TODAY     TO   KRL-FLAG-DATE
                 MOVE  WS-OPR-ID    TO   KRL-OPR
                 WRITE KRL-REC
                   INVALID KEY
                      DISPLAY "Write failed, status " KRL-STS
                   NOT INVALID KEY
                      DISPLAY "Key role " WK-TYPE "-" WK-REF
                              " flagged."
                 END-WRITE
              END-IF
           END-IF.
       UNFLAG-ROLE.
           PERFORM READ-ROLE.
           IF WK-FOUND = "Y"
              DISPLAY "Unflag this role and drop its successors (Y/N)? "
                      NO ADVANCING
              ACCEPT  WK-CONFIRM
              MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
              IF WK-CONFIRM = "Y"
                 MOVE  ZERO          TO   WS-SUC-COUNT
                 MOVE  "N"           TO   WS-SCAN-EOF
                 MOVE  KRL-KEY       TO   SUC-ROLE
                 MOVE  LOW-VALUES    TO   SUC-CD
                 START SUC-FILE KEY IS >= SUC-KEY
                   INVALID KEY
                       MOVE "Y"      TO   WS-SCAN-EOF
                 END-START
                 PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ SUC-FILE NEXT
                   EVALUATE SUC-STS
                     WHEN "00"
                        IF SUC-ROLE NOT = KRL-KEY
                           MOVE "Y" TO WS-SCAN-EOF
                        ELSE
                           DELETE SUC-FILE RECORD
                           ADD  1 TO WS-SUC-COUNT
                        END-IF
                     WHEN OTHER
                        MOVE "Y" TO WS-SCAN-EOF
                   END-EVALUATE
                 END-PERFORM
                 DELETE KRL-FILE RECORD
                 DISPLAY "Key role " KRL-TYPE "-" KRL-REF
                         " unflagged, " WS-SUC-COUNT
                         " successor(s) dropped."
              END-IF
           END-IF.
       NOMINATE-SUCCESSOR.
           PERFORM READ-ROLE.
           IF WK-FOUND = "Y"
              DISPLAY "Successor employee code: " NO ADVANCING
              ACCEPT  WK-CD
              MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD
              PERFORM READ-EMPLOYEE
              EVALUATE TRUE
                WHEN WK-EMP-FOUND = "N"
                   DISPLAY "Employee not found!"
                WHEN EMP-STATUS = "T"
                   DISPLAY "Employee is terminated - cannot be a"
                           " successor."
                WHEN WK-CD = WS-INCUMBENT
                   DISPLAY "Employee is the incumbent of this role."
                WHEN OTHER
                   PERFORM SAVE-SUCCESSOR
              END-EVALUATE
           END-IF.
       SAVE-SUCCESSOR.
           MOVE  KRL-KEY       TO   SUC-ROLE.
           MOVE  WK-CD         TO   SUC-CD.
           MOVE  "Y"           TO   WK-FOUND.
           READ  SUC-FILE KEY IS   SUC-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "Y"
              MOVE  SUC-READY     TO   WK-READY
              PERFORM SET-READY-TEXT
              DISPLAY EMP-NAME " already nominated - " WS-READY-TEXT
                      " " SUC-NOTES
              DISPLAY "Blank keeps the current value."
           END-IF.
           DISPLAY "Readiness N=ready now 1=1-2 years 3=3+ years: "
                   NO ADVANCING.
           ACCEPT  WK-READY.
           MOVE FUNCTION UPPER-CASE(WK-READY) TO WK-READY.
           IF WK-READY = SPACES AND WK-FOUND = "Y"
              MOVE  SUC-READY     TO   WK-READY
           END-IF.
           DISPLAY "Development notes: " NO ADVANCING.
           ACCEPT  WK-NOTES.
           IF WK-NOTES = SPACES AND WK-FOUND = "Y"
              MOVE  SUC-NOTES     TO   WK-NOTES
           END-IF.
           PERFORM SET-READY-TEXT.
           IF WS-READY-TEXT = SPACES
              DISPLAY "Readiness must be N, 1 or 3 - nothing saved."
           ELSE
              MOVE  WK-READY      TO   SUC-READY
              MOVE  WK-NOTES      TO   SUC-NOTES
              MOVE  WS-OPR-ID     TO   SUC-OPR
              IF WK-FOUND = "Y"
                 REWRITE SUC-REC
                 DISPLAY "Successor " WK-CD " updated."
              ELSE
                 MOVE  WS-TODAY      TO   SUC-ADDED
                 WRITE SUC-REC
                   INVALID KEY
                      DISPLAY "Write failed, status " SUC-STS
                   NOT INVALID KEY
                      DISPLAY "Successor " WK-CD " nominated."
                 END-WRITE
              END-IF
           END-IF.
       REMOVE-SUCCESSOR.
           PERFORM READ-ROLE.
           IF WK-FOUND = "Y"
              DISPLAY "Successor employee code: " NO ADVANCING
              ACCEPT  WK-CD
              MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD
              MOVE  KRL-KEY       TO   SUC-ROLE
              MOVE  WK-CD         TO   SUC-CD
              DELETE SUC-FILE RECORD
                INVALID KEY
                   DISPLAY WK-CD " is not a successor for this role."
                NOT INVALID KEY
                   DISPLAY "Successor " WK-CD " removed."
              END-DELETE
           END-IF.
       SET-READY-TEXT.
           EVALUATE WK-READY
             WHEN "N"
                MOVE "Ready now"   TO   WS-READY-TEXT
             WHEN "1"
                MOVE "1-2 years"   TO   WS-READY-TEXT
             WHEN "3"
                MOVE "3+ years"    TO   WS-READY-TEXT
             WHEN OTHER
                MOVE SPACES        TO   WS-READY-TEXT
           END-EVALUATE.
       LIST-ROLES.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           DISPLAY "Role     Description                    Incumbent"
                   " Successors".
           MOVE  LOW-VALUES    TO   KRL-KEY.
           START KRL-FILE KEY IS >= KRL-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ KRL-FILE NEXT
             EVALUATE KRL-STS
               WHEN "00"
                  PERFORM LIST-ONE-ROLE
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY "=== " WS-LIST-COUNT " key role(s) on file ===".
       LIST-ONE-ROLE.
           PERFORM FIND-INCUMBENT.
           DISPLAY KRL-TYPE "-" KRL-REF " " KRL-DESC " " WS-INCUMBENT.
           MOVE  "N"           TO   WS-SCAN-EOF.
           MOVE  KRL-KEY       TO   SUC-ROLE.
           MOVE  LOW-VALUES    TO   SUC-CD.
           START SUC-FILE KEY IS >= SUC-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ SUC-FILE NEXT
             EVALUATE SUC-STS
               WHEN "00"
                  IF SUC-ROLE NOT = KRL-KEY
                     MOVE "Y" TO WS-SCAN-EOF
                  ELSE
                     MOVE  SUC-READY     TO   WK-READY
                     PERFORM SET-READY-TEXT
                     DISPLAY "           -> " SUC-CD " "
                             WS-READY-TEXT " " SUC-NOTES
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.

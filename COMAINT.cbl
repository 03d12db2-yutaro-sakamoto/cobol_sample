       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CO-FILE.
           COPY COREC.
       WORKING-STORAGE SECTION.
       01  CO-STS             PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CD              PIC  X(02).
       01  WK-NAME            PIC  X(25).
       01  WK-TAX-REF         PIC  X(10).
       01  WK-BANK            PIC  X(04).
       01  WK-BRANCH          PIC  X(03).
       01  WK-ACCT            PIC  X(10).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Company Maintenance ***".
           OPEN  I-O CO-FILE.
           IF CO-STS = 35
              OPEN  OUTPUT CO-FILE
              CLOSE CO-FILE
              OPEN  I-O CO-FILE
           END-IF.
           EVALUATE CO-STS
             WHEN "00"
                PERFORM UNTIL WK-DONE = "Y"
                   DISPLAY " "
                   DISPLAY "[A]dd  [R]ename  [B]ank/tax details"
                           "  [L]ist  [Q]uit: "
                           NO ADVANCING
                   ACCEPT  WK-CMD
                   MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                   EVALUATE WK-CMD
                     WHEN "A"
                        PERFORM ADD-CO
                     WHEN "R"
                        PERFORM RENAME-CO
                     WHEN "B"
                        PERFORM CHANGE-CO-DETAILS
                     WHEN "L"
                        PERFORM LIST-COS
                     WHEN "Q"
                        MOVE "Y" TO WK-DONE
                     WHEN OTHER
                        DISPLAY "Invalid command - use A, R, B, L,"
                                " or Q."
                   END-EVALUATE
                END-PERFORM
                CLOSE CO-FILE
             WHEN OTHER
                DISPLAY "COMPANY open failed, status " CO-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       ADD-CO.
           DISPLAY "New company code: " NO ADVANCING.
           ACCEPT  WK-CD.
           IF WK-CD = SPACES
              DISPLAY "Company code may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-CD        TO   CO-CD
              READ  CO-FILE KEY IS    CO-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Company " WK-CD " already exists."
              ELSE
                 DISPLAY "Company name     : " NO ADVANCING
                 ACCEPT  WK-NAME
                 DISPLAY "Employer tax ref : " NO ADVANCING
                 ACCEPT  WK-TAX-REF
                 DISPLAY "Paying bank      : " NO ADVANCING
                 ACCEPT  WK-BANK
                 DISPLAY "Paying branch    : " NO ADVANCING
                 ACCEPT  WK-BRANCH
                 DISPLAY "Paying account   : " NO ADVANCING
                 ACCEPT  WK-ACCT
                 IF WK-NAME = SPACES
                    DISPLAY "Company name may not be blank."
                 ELSE
                    MOVE  WK-CD        TO   CO-CD
                    MOVE  WK-NAME      TO   CO-NAME
                    MOVE  "A"          TO   CO-STATUS
                    MOVE  WK-TAX-REF   TO   CO-TAX-REF
                    MOVE  WK-BANK      TO   CO-BANK
                    MOVE  WK-BRANCH    TO   CO-BRANCH
                    MOVE  WK-ACCT      TO   CO-ACCT
                    WRITE CO-REC
                      INVALID KEY
                         DISPLAY "Write failed for company " WK-CD
                                 ", status " CO-STS
                      NOT INVALID KEY
                         DISPLAY "Company " WK-CD " added."
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
       RENAME-CO.
           DISPLAY "Company code to rename: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   CO-CD.
           READ  CO-FILE KEY IS    CO-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Company not found!"
           ELSE
              DISPLAY "Current name: " CO-NAME
              DISPLAY "New name    : " NO ADVANCING
              ACCEPT  WK-NAME
              IF WK-NAME = SPACES
                 DISPLAY "Name unchanged."
              ELSE
                 MOVE  WK-NAME      TO   CO-NAME
                 REWRITE CO-REC
                 DISPLAY "Company " WK-CD " renamed."
              END-IF
           END-IF.
       CHANGE-CO-DETAILS.
           DISPLAY "Company code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   CO-CD.
           READ  CO-FILE KEY IS    CO-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Company not found!"
           ELSE
              DISPLAY "Current tax ref " CO-TAX-REF " paying account "
                      CO-BANK "/" CO-BRANCH "/" CO-ACCT
              DISPLAY "Blank entries leave the value unchanged."
              DISPLAY "Employer tax ref : " NO ADVANCING
              ACCEPT  WK-TAX-REF
              DISPLAY "Paying bank      : " NO ADVANCING
              ACCEPT  WK-BANK
              DISPLAY "Paying branch    : " NO ADVANCING
              ACCEPT  WK-BRANCH
              DISPLAY "Paying account   : " NO ADVANCING
              ACCEPT  WK-ACCT
              IF WK-TAX-REF NOT = SPACES
                 MOVE  WK-TAX-REF   TO   CO-TAX-REF
              END-IF
              IF WK-BANK NOT = SPACES
                 MOVE  WK-BANK      TO   CO-BANK
              END-IF
              IF WK-BRANCH NOT = SPACES
                 MOVE  WK-BRANCH    TO   CO-BRANCH
              END-IF
              IF WK-ACCT NOT = SPACES
                 MOVE  WK-ACCT      TO   CO-ACCT
              END-IF
              REWRITE CO-REC
              DISPLAY "Company " WK-CD " details updated."
           END-IF.
       LIST-COS.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   CO-CD.
           START CO-FILE KEY IS >= CO-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ CO-FILE NEXT
             EVALUATE CO-STS
               WHEN "00"
                  DISPLAY CO-CD "  " CO-NAME "  " CO-STATUS "  "
                          CO-TAX-REF "  " CO-BANK "/" CO-BRANCH "/"
                          CO-ACCT
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " company(ies) on file.".

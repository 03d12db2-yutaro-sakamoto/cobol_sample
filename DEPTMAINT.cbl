           COPY DEPTSEL.
           COPY EMPSEL.
           COPY DIVSEL.
           COPY COSEL.
           SELECT DEPT-AUDIT ASSIGN TO "DEPTAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  DAUD-STS.
           COPY EMPREC.
       FD  DIV-FILE.
           COPY DIVREC.
       FD  CO-FILE.
           COPY COREC.
       FD  DEPT-AUDIT.
       01  DAUD-REC.
           03  DAUD-TS        PIC X(21).
       01  DIV-STS            PIC  9(02).
       01  WK-DIV-CD          PIC  X(02).
       01  WK-DIV-OK          PIC  X(01).
       01  CO-STS             PIC  9(02).
       01  WK-CO-CD           PIC  X(02).
       01  WK-CO-OK           PIC  X(01).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
                PERFORM UNTIL WK-DONE = "Y"
                   DISPLAY " "
                   DISPLAY "[A]dd  [R]ename  [D]eactivate"
                           "  [V] set division  [C] set company"
                           "  [Q]uit: "
                           NO ADVANCING
                   ACCEPT  WK-CMD
                   MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                        PERFORM DEACTIVATE-DEPT
                     WHEN "V"
                        PERFORM SET-DIVISION
                     WHEN "C"
                        PERFORM SET-COMPANY
                     WHEN "Q"
                        MOVE "Y" TO WK-DONE
                     WHEN OTHER
                        DISPLAY "Invalid command - use A, R, D, V,"
                                " C, or Q."
                   END-EVALUATE
                END-PERFORM
                CLOSE DEPT-FILE
                 DISPLAY "Division code      : " NO ADVANCING
                 ACCEPT  WK-DIV-CD
                 PERFORM CHECK-DIV
                 DISPLAY "Company code       : " NO ADVANCING
                 ACCEPT  WK-CO-CD
                 PERFORM CHECK-CO
                 IF WK-NAME = SPACES
                    DISPLAY "Department name may not be blank."
                 ELSE
                 IF WK-DIV-OK NOT = "Y"
                    DISPLAY "Unknown or inactive division " WK-DIV-CD
                            " - department not added."
                 ELSE
                 IF WK-CO-OK NOT = "Y"
                    DISPLAY "Unknown or inactive company " WK-CO-CD
                            " - department not added."
                 ELSE
                    MOVE  WK-CD        TO   DEPT-CD
                    MOVE  WK-NAME      TO   DEPT-NAME
                    MOVE  WK-CLR-ACCT  TO   DEPT-CLR-ACCT
                    MOVE  "A"          TO   DEPT-STATUS
                    MOVE  WK-DIV-CD    TO   DEPT-DIV-CD
                    MOVE  WK-CO-CD     TO   DEPT-CO-CD
                    WRITE DEPT-REC
                      INVALID KEY
                         DISPLAY "Write failed for department " WK-CD
                    END-WRITE
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       CHECK-DIV.
                   DISPLAY "DIVMAST open failed, status " DIV-STS
              END-EVALUATE
           END-IF.
       CHECK-CO.
           MOVE  "Y"           TO   WK-CO-OK.
           IF WK-CO-CD = SPACES
              CONTINUE
           ELSE
              OPEN  INPUT CO-FILE
              EVALUATE CO-STS
                WHEN "00"
                   MOVE  WK-CO-CD      TO   CO-CD
                   READ  CO-FILE KEY IS    CO-CD
                     INVALID KEY
                         MOVE "N"      TO   WK-CO-OK
                     NOT INVALID KEY
                         IF CO-STATUS = "I"
                            MOVE "N"   TO   WK-CO-OK
                         END-IF
                   END-READ
                   CLOSE CO-FILE
                WHEN "35"
                   DISPLAY "COMPANY not found - company not"
                           " validated"
                WHEN OTHER
                   DISPLAY "COMPANY open failed, status " CO-STS
              END-EVALUATE
           END-IF.
       SET-COMPANY.
           DISPLAY "Department code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   DEPT-CD.
           READ  DEPT-FILE KEY IS   DEPT-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Department not found!"
           ELSE
              DISPLAY "Current company: " DEPT-CO-CD
              DISPLAY "New company    : " NO ADVANCING
              ACCEPT  WK-CO-CD
              IF WK-CO-CD = SPACES
                 DISPLAY "Company unchanged."
              ELSE
                 PERFORM CHECK-CO
                 IF WK-CO-OK NOT = "Y"
                    DISPLAY "Unknown or inactive company "
                            WK-CO-CD " - company unchanged."
                 ELSE
                    MOVE  WK-CO-CD     TO   DEPT-CO-CD
                    REWRITE DEPT-REC
                    DISPLAY "Department " WK-CD " moved to"
                            " company " WK-CO-CD "."
                 END-IF
              END-IF
           END-IF.
       SET-DIVISION.
           DISPLAY "Department code: " NO ADVANCING.
           ACCEPT  WK-CD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCATMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ECTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ECT-FILE.
           COPY ECTREC.
       WORKING-STORAGE SECTION.
       01  ECT-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CD              PIC  X(03).
       01  WK-DESC            PIC  X(20).
       01  WK-EXP-ACCT        PIC  X(06).
       01  WK-CLR-ACCT        PIC  X(06).
       01  WK-MAX-AMT         PIC  9(07)V99.
       01  WK-STATUS          PIC  X(01).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Expense Category Maintenance ***".
           OPEN  I-O ECT-FILE.
           IF ECT-STS = 35
              OPEN  OUTPUT ECT-FILE
              CLOSE ECT-FILE
              OPEN  I-O ECT-FILE
           END-IF.
           EVALUATE ECT-STS
             WHEN "00"
                PERFORM UNTIL WK-DONE = "Y"
                   DISPLAY " "
                   DISPLAY "[A]dd  [C]hange  [L]ist  [Q]uit: "
                           NO ADVANCING
                   ACCEPT  WK-CMD
                   MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                   EVALUATE WK-CMD
                     WHEN "A"
                        PERFORM ADD-CATEGORY
                     WHEN "C"
                        PERFORM CHANGE-CATEGORY
                     WHEN "L"
                        PERFORM LIST-CATEGORIES
                     WHEN "Q"
                        MOVE "Y" TO WK-DONE
                     WHEN OTHER
                        DISPLAY "Invalid command - use A, C, L,"
                                " or Q."
                   END-EVALUATE
                END-PERFORM
                CLOSE ECT-FILE
             WHEN OTHER
                DISPLAY "EXPCAT open failed, status " ECT-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       ADD-CATEGORY.
           DISPLAY "New category code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD.
           IF WK-CD = SPACES
              DISPLAY "Category code may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-CD        TO   ECT-CD
              READ  ECT-FILE KEY IS   ECT-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Category " WK-CD " already exists."
              ELSE
                 DISPLAY "Description             : " NO ADVANCING
                 ACCEPT  WK-DESC
                 PERFORM ACCEPT-CATEGORY-TERMS
                 MOVE  "A"          TO   WK-STATUS
                 IF WK-DESC = SPACES
                    DISPLAY "Description may not be blank - nothing"
                            " saved."
                 ELSE
                 IF WK-EXP-ACCT = SPACES OR WK-CLR-ACCT = SPACES
                    DISPLAY "Both GL accounts are required - nothing"
                            " saved."
                 ELSE
                    PERFORM MOVE-CATEGORY-FIELDS
                    WRITE ECT-REC
                      INVALID KEY
                         DISPLAY "Write failed for category " WK-CD
                                 ", status " ECT-STS
                      NOT INVALID KEY
                         DISPLAY "Category " WK-CD " added."
                    END-WRITE
                 END-IF
                 END-IF
              END-IF
           END-IF.
       CHANGE-CATEGORY.
           DISPLAY "Category code to change: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   ECT-CD.
           READ  ECT-FILE KEY IS   ECT-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Category not found!"
           ELSE
              PERFORM SHOW-ONE-CATEGORY
              MOVE  ECT-DESC        TO   WK-DESC
              DISPLAY "Blank or zero keeps the current value."
              PERFORM ACCEPT-CATEGORY-TERMS
              IF WK-EXP-ACCT = SPACES
                 MOVE  ECT-EXP-ACCT    TO   WK-EXP-ACCT
              END-IF
              IF WK-CLR-ACCT = SPACES
                 MOVE  ECT-CLR-ACCT    TO   WK-CLR-ACCT
              END-IF
              IF WK-MAX-AMT = ZERO
                 MOVE  ECT-MAX-AMT     TO   WK-MAX-AMT
              END-IF
              DISPLAY "Status A=open C=closed   : " NO ADVANCING
              ACCEPT  WK-STATUS
              MOVE FUNCTION UPPER-CASE(WK-STATUS) TO WK-STATUS
              IF WK-STATUS NOT = "A" AND WK-STATUS NOT = "C"
                 MOVE  ECT-STATUS      TO   WK-STATUS
              END-IF
              PERFORM MOVE-CATEGORY-FIELDS
              REWRITE ECT-REC
              DISPLAY "Category " WK-CD " updated."
           END-IF.
       ACCEPT-CATEGORY-TERMS.
           DISPLAY "Expense GL account      : " NO ADVANCING.
           ACCEPT  WK-EXP-ACCT.
           DISPLAY "Net pay clearing account: " NO ADVANCING.
           ACCEPT  WK-CLR-ACCT.
           DISPLAY "Claim limit (0 = none)  : " NO ADVANCING.
           ACCEPT  WK-MAX-AMT.
       MOVE-CATEGORY-FIELDS.
           MOVE  WK-CD           TO   ECT-CD.
           MOVE  WK-DESC         TO   ECT-DESC.
           MOVE  WK-EXP-ACCT     TO   ECT-EXP-ACCT.
           MOVE  WK-CLR-ACCT     TO   ECT-CLR-ACCT.
           MOVE  WK-MAX-AMT      TO   ECT-MAX-AMT.
           MOVE  WK-STATUS       TO   ECT-STATUS.
       SHOW-ONE-CATEGORY.
           DISPLAY ECT-CD "  " ECT-DESC "  " ECT-EXP-ACCT "/"
                   ECT-CLR-ACCT "  limit " ECT-MAX-AMT "  "
                   ECT-STATUS.
       LIST-CATEGORIES.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   ECT-CD.
           START ECT-FILE KEY IS >= ECT-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ ECT-FILE NEXT
             EVALUATE ECT-STS
               WHEN "00"
                  PERFORM SHOW-ONE-CATEGORY
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " category(ies) on file.".

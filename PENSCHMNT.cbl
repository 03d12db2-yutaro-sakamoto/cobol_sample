       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSCHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PSCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PSC-FILE.
           COPY PSCREC.
       WORKING-STORAGE SECTION.
       01  PSC-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-CD              PIC  X(04).
       01  WK-NAME            PIC  X(20).
       01  WK-PROVIDER        PIC  X(10).
       01  WK-EE-PCT          PIC  9(02)V99.
       01  WK-ER-PCT          PIC  9(02)V99.
       01  WK-ELIG-MONTHS     PIC  9(02).
       01  WK-ER-ACCT         PIC  X(06).
       01  WK-LIAB-ACCT       PIC  X(06).
       01  WK-STATUS          PIC  X(01).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Pension Scheme Maintenance ***".
           OPEN  I-O PSC-FILE.
           IF PSC-STS = 35
              OPEN  OUTPUT PSC-FILE
              CLOSE PSC-FILE
              OPEN  I-O PSC-FILE
           END-IF.
           EVALUATE PSC-STS
             WHEN "00"
                PERFORM UNTIL WK-DONE = "Y"
                   DISPLAY " "
                   DISPLAY "[A]dd  [C]hange  [L]ist  [Q]uit: "
                           NO ADVANCING
                   ACCEPT  WK-CMD
                   MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                   EVALUATE WK-CMD
                     WHEN "A"
                        PERFORM ADD-SCHEME
                     WHEN "C"
                        PERFORM CHANGE-SCHEME
                     WHEN "L"
                        PERFORM LIST-SCHEMES
                     WHEN "Q"
                        MOVE "Y" TO WK-DONE
                     WHEN OTHER
                        DISPLAY "Invalid command - use A, C, L,"
                                " or Q."
                   END-EVALUATE
                END-PERFORM
                CLOSE PSC-FILE
             WHEN OTHER
                DISPLAY "PENSCHEME open failed, status " PSC-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       ADD-SCHEME.
           DISPLAY "New scheme code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD.
           IF WK-CD = SPACES
              DISPLAY "Scheme code may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-CD        TO   PSC-CD
              READ  PSC-FILE KEY IS   PSC-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Scheme " WK-CD " already exists."
              ELSE
                 DISPLAY "Scheme name                : " NO ADVANCING
                 ACCEPT  WK-NAME
                 DISPLAY "Provider reference         : " NO ADVANCING
                 ACCEPT  WK-PROVIDER
                 PERFORM ACCEPT-SCHEME-TERMS
                 MOVE  "A"          TO   WK-STATUS
                 IF WK-NAME = SPACES OR WK-PROVIDER = SPACES
                    DISPLAY "Name and provider are required - nothing"
                            " saved."
                 ELSE
                 IF WK-ER-ACCT = SPACES OR WK-LIAB-ACCT = SPACES
                    DISPLAY "Both GL accounts are required - nothing"
                            " saved."
                 ELSE
                 IF WK-EE-PCT > 50 OR WK-ER-PCT > 50
                    DISPLAY "Contribution rates may not exceed 50%"
                            " - nothing saved."
                 ELSE
                    PERFORM MOVE-SCHEME-FIELDS
                    WRITE PSC-REC
                      INVALID KEY
                         DISPLAY "Write failed for scheme " WK-CD
                                 ", status " PSC-STS
                      NOT INVALID KEY
                         DISPLAY "Scheme " WK-CD " added."
                    END-WRITE
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       CHANGE-SCHEME.
           DISPLAY "Scheme code to change: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE FUNCTION UPPER-CASE(WK-CD) TO WK-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CD        TO   PSC-CD.
           READ  PSC-FILE KEY IS   PSC-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Scheme not found!"
           ELSE
              PERFORM SHOW-ONE-SCHEME
              MOVE  PSC-NAME        TO   WK-NAME
              MOVE  PSC-PROVIDER    TO   WK-PROVIDER
              DISPLAY "Blank or zero keeps the current value."
              PERFORM ACCEPT-SCHEME-TERMS
              IF WK-EE-PCT = ZERO
                 MOVE  PSC-EE-PCT      TO   WK-EE-PCT
              END-IF
              IF WK-ER-PCT = ZERO
                 MOVE  PSC-ER-PCT      TO   WK-ER-PCT
              END-IF
              IF WK-ELIG-MONTHS = ZERO
                 MOVE  PSC-ELIG-MONTHS TO   WK-ELIG-MONTHS
              END-IF
              IF WK-ER-ACCT = SPACES
                 MOVE  PSC-ER-ACCT     TO   WK-ER-ACCT
              END-IF
              IF WK-LIAB-ACCT = SPACES
                 MOVE  PSC-LIAB-ACCT   TO   WK-LIAB-ACCT
              END-IF
              DISPLAY "Status A=open C=closed to joiners: "
                      NO ADVANCING
              ACCEPT  WK-STATUS
              MOVE FUNCTION UPPER-CASE(WK-STATUS) TO WK-STATUS
              IF WK-STATUS NOT = "A" AND WK-STATUS NOT = "C"
                 MOVE  PSC-STATUS      TO   WK-STATUS
              END-IF
              IF WK-EE-PCT > 50 OR WK-ER-PCT > 50
                 DISPLAY "Contribution rates may not exceed 50%"
                         " - nothing saved."
              ELSE
                 PERFORM MOVE-SCHEME-FIELDS
                 REWRITE PSC-REC
                 DISPLAY "Scheme " WK-CD " updated - new rates apply"
                         " from the next PAYCALC run."
              END-IF
           END-IF.
       ACCEPT-SCHEME-TERMS.
           DISPLAY "Employee contribution %    : " NO ADVANCING.
           ACCEPT  WK-EE-PCT.
           DISPLAY "Employer contribution %    : " NO ADVANCING.
           ACCEPT  WK-ER-PCT.
           DISPLAY "Eligibility (months served): " NO ADVANCING.
           ACCEPT  WK-ELIG-MONTHS.
           DISPLAY "Employer cost GL account   : " NO ADVANCING.
           ACCEPT  WK-ER-ACCT.
           DISPLAY "Provider liability account : " NO ADVANCING.
           ACCEPT  WK-LIAB-ACCT.
       MOVE-SCHEME-FIELDS.
           MOVE  WK-CD           TO   PSC-CD.
           MOVE  WK-NAME         TO   PSC-NAME.
           MOVE  WK-PROVIDER     TO   PSC-PROVIDER.
           MOVE  WK-EE-PCT       TO   PSC-EE-PCT.
           MOVE  WK-ER-PCT       TO   PSC-ER-PCT.
           MOVE  WK-ELIG-MONTHS  TO   PSC-ELIG-MONTHS.
           MOVE  WK-ER-ACCT      TO   PSC-ER-ACCT.
           MOVE  WK-LIAB-ACCT    TO   PSC-LIAB-ACCT.
           MOVE  WK-STATUS       TO   PSC-STATUS.
       SHOW-ONE-SCHEME.
           DISPLAY PSC-CD "  " PSC-NAME "  " PSC-PROVIDER
                   "  ee " PSC-EE-PCT "%  er " PSC-ER-PCT
                   "%  elig " PSC-ELIG-MONTHS "m  " PSC-ER-ACCT
                   "/" PSC-LIAB-ACCT "  " PSC-STATUS.
       LIST-SCHEMES.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   PSC-CD.
           START PSC-FILE KEY IS >= PSC-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ PSC-FILE NEXT
             EVALUATE PSC-STS
               WHEN "00"
                  PERFORM SHOW-ONE-SCHEME
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " scheme(s) on file.".

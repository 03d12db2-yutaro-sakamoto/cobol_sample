       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PYESEL.
           COPY DPLSEL.
           COPY DEDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PYE-FILE.
           COPY PYEREC.
       FD  DPL-FILE.
           COPY DPLREC.
       FD  DED-FILE.
           COPY DEDREC.
       WORKING-STORAGE SECTION.
       01  PYE-STS            PIC  9(02).
       01  DPL-STS            PIC  9(02).
       01  DED-STS            PIC  9(02).
       01  WS-DED-OPEN        PIC  X     VALUE "N".
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-LINK-FOUND      PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-PYE-CD          PIC  X(04).
       01  WK-NAME            PIC  X(30).
       01  WK-BANK            PIC  X(04).
       01  WK-BRANCH          PIC  X(03).
       01  WK-ACCT            PIC  X(10).
       01  WK-REF-PREFIX      PIC  X(08).
       01  WK-REF-FMT         PIC  X(01).
       01  WK-GL-ACCT         PIC  X(06).
       01  WK-STATUS          PIC  X(01).
       01  WK-DED-TYPE        PIC  X(03).
       01  WK-EMP-CD          PIC  X(04).
       01  WK-PRIORITY        PIC  9(02).
       01  WK-LINK-PAYEE      PIC  X(04).
       01  WK-ORDER-REF       PIC  X(15).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              DISPLAY "*** Deduction Payee Maintenance ***"
              PERFORM OPEN-PAYEE-FILES
              IF PYE-STS = "00" AND DPL-STS = "00"
                 PERFORM UNTIL WK-DONE = "Y"
                    DISPLAY " "
                    DISPLAY "[P]ayee  [T]ype link  [O]rder link"
                            "  [L]ist  [Q]uit: " NO ADVANCING
                    ACCEPT  WK-CMD
                    MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                    EVALUATE WK-CMD
                      WHEN "P"
                         PERFORM MAINTAIN-PAYEE
                      WHEN "T"
                         PERFORM MAINTAIN-TYPE-LINK
                      WHEN "O"
                         PERFORM MAINTAIN-ORDER-LINK
                      WHEN "L"
                         PERFORM LIST-PAYEES
                         PERFORM LIST-LINKS
                      WHEN "Q"
                         MOVE "Y" TO WK-DONE
                      WHEN OTHER
                         DISPLAY "Invalid command - use P, T, O, L,"
                                 " or Q."
                    END-EVALUATE
                 END-PERFORM
              END-IF
              PERFORM CLOSE-PAYEE-FILES
           END-IF.
       MAIN-900.
           GOBACK.
       OPEN-PAYEE-FILES.
           OPEN  I-O PYE-FILE.
           IF PYE-STS = 35
              OPEN  OUTPUT PYE-FILE
              CLOSE PYE-FILE
              OPEN  I-O PYE-FILE
           END-IF.
           IF PYE-STS NOT = "00"
              DISPLAY "PAYEE open failed, status " PYE-STS
           END-IF.
           OPEN  I-O DPL-FILE.
           IF DPL-STS = 35
              OPEN  OUTPUT DPL-FILE
              CLOSE DPL-FILE
              OPEN  I-O DPL-FILE
           END-IF.
           IF DPL-STS NOT = "00"
              DISPLAY "DEDPAYEE open failed, status " DPL-STS
           END-IF.
           MOVE  "N"           TO   WS-DED-OPEN.
           OPEN  INPUT DED-FILE.
           IF DED-STS = "00"
              MOVE  "Y"        TO   WS-DED-OPEN
           END-IF.
       CLOSE-PAYEE-FILES.
           IF PYE-STS = "00"
              CLOSE PYE-FILE
           END-IF.
           IF DPL-STS = "00"
              CLOSE DPL-FILE
           END-IF.
           IF WS-DED-OPEN = "Y"
              CLOSE DED-FILE
           END-IF.
       MAINTAIN-PAYEE.
           DISPLAY "Payee code: " NO ADVANCING.
           ACCEPT  WK-PYE-CD.
           MOVE FUNCTION UPPER-CASE(WK-PYE-CD) TO WK-PYE-CD.
           IF WK-PYE-CD = SPACES
              DISPLAY "Payee code may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-PYE-CD    TO   PYE-CD
              READ  PYE-FILE KEY IS   PYE-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 PERFORM SHOW-ONE-PAYEE
                 DISPLAY "Blank keeps the current value."
              ELSE
                 DISPLAY "New payee " WK-PYE-CD "."
              END-IF
              PERFORM ACCEPT-PAYEE-FIELDS
              IF WK-FOUND = "Y"
                 PERFORM KEEP-PAYEE-FIELDS
              END-IF
              IF WK-REF-FMT NOT = "E" AND WK-REF-FMT NOT = "O"
                 MOVE  "P"          TO   WK-REF-FMT
              END-IF
              IF WK-STATUS NOT = "I"
                 MOVE  "A"          TO   WK-STATUS
              END-IF
              IF WK-NAME = SPACES OR WK-ACCT = SPACES
                 OR WK-GL-ACCT = SPACES
                 DISPLAY "Name, bank account and GL account are"
                         " required - nothing saved."
              ELSE
                 PERFORM MOVE-PAYEE-FIELDS
                 IF WK-FOUND = "Y"
                    REWRITE PYE-REC
                    DISPLAY "Payee " WK-PYE-CD " updated."
                 ELSE
                    WRITE PYE-REC
                      INVALID KEY
                         DISPLAY "Write failed for payee " WK-PYE-CD
                                 ", status " PYE-STS
                      NOT INVALID KEY
                         DISPLAY "Payee " WK-PYE-CD " added."
                    END-WRITE
                 END-IF
              END-IF
           END-IF.
       ACCEPT-PAYEE-FIELDS.
           DISPLAY "Payee name              : " NO ADVANCING.
           ACCEPT  WK-NAME.
           DISPLAY "Bank code               : " NO ADVANCING.
           ACCEPT  WK-BANK.
           DISPLAY "Branch                  : " NO ADVANCING.
           ACCEPT  WK-BRANCH.
           DISPLAY "Account number          : " NO ADVANCING.
           ACCEPT  WK-ACCT.
           DISPLAY "Reference prefix        : " NO ADVANCING.
           ACCEPT  WK-REF-PREFIX.
           DISPLAY "Reference E=emp code O=order ref P=prefix: "
                   NO ADVANCING.
           ACCEPT  WK-REF-FMT.
           MOVE FUNCTION UPPER-CASE(WK-REF-FMT) TO WK-REF-FMT.
           DISPLAY "Payee liability GL acct : " NO ADVANCING.
           ACCEPT  WK-GL-ACCT.
           DISPLAY "Status A=active I=inactive: " NO ADVANCING.
           ACCEPT  WK-STATUS.
           MOVE FUNCTION UPPER-CASE(WK-STATUS) TO WK-STATUS.
       KEEP-PAYEE-FIELDS.
           IF WK-NAME = SPACES
              MOVE  PYE-NAME        TO   WK-NAME
           END-IF.
           IF WK-BANK = SPACES
              MOVE  PYE-BANK        TO   WK-BANK
           END-IF.
           IF WK-BRANCH = SPACES
              MOVE  PYE-BRANCH      TO   WK-BRANCH
           END-IF.
           IF WK-ACCT = SPACES
              MOVE  PYE-ACCT        TO   WK-ACCT
           END-IF.
           IF WK-REF-PREFIX = SPACES
              MOVE  PYE-REF-PREFIX  TO   WK-REF-PREFIX
           END-IF.
           IF WK-REF-FMT = SPACES
              MOVE  PYE-REF-FMT     TO   WK-REF-FMT
           END-IF.
           IF WK-GL-ACCT = SPACES
              MOVE  PYE-GL-ACCT     TO   WK-GL-ACCT
           END-IF.
           IF WK-STATUS = SPACES
              MOVE  PYE-STATUS      TO   WK-STATUS
           END-IF.
       MOVE-PAYEE-FIELDS.
           MOVE  WK-PYE-CD       TO   PYE-CD.
           MOVE  WK-NAME         TO   PYE-NAME.
           MOVE  WK-BANK         TO   PYE-BANK.
           MOVE  WK-BRANCH       TO   PYE-BRANCH.
           MOVE  WK-ACCT         TO   PYE-ACCT.
           MOVE  WK-REF-PREFIX   TO   PYE-REF-PREFIX.
           MOVE  WK-REF-FMT      TO   PYE-REF-FMT.
           MOVE  WK-GL-ACCT      TO   PYE-GL-ACCT.
           MOVE  WK-STATUS       TO   PYE-STATUS.
       MAINTAIN-TYPE-LINK.
           DISPLAY "Deduction type (e.g. UNI, LON): " NO ADVANCING.
           ACCEPT  WK-DED-TYPE.
           MOVE FUNCTION UPPER-CASE(WK-DED-TYPE) TO WK-DED-TYPE.
           IF WK-DED-TYPE = SPACES
              DISPLAY "Deduction type may not be blank."
           ELSE
              MOVE  WK-DED-TYPE  TO   DPL-TYPE
              MOVE  SPACES       TO   DPL-CD
              MOVE  ZERO         TO   DPL-PRIORITY
              MOVE  SPACES       TO   WK-ORDER-REF
              PERFORM SAVE-LINK
           END-IF.
       MAINTAIN-ORDER-LINK.
           DISPLAY "Employee code           : " NO ADVANCING.
           ACCEPT  WK-EMP-CD.
           MOVE FUNCTION UPPER-CASE(WK-EMP-CD) TO WK-EMP-CD.
           DISPLAY "Deduction priority 01-99: " NO ADVANCING.
           ACCEPT  WK-PRIORITY.
           MOVE  "N"           TO   WK-FOUND.
           IF WS-DED-OPEN = "Y"
              MOVE  WK-EMP-CD      TO   DED-CD
              MOVE  WK-PRIORITY    TO   DED-PRIORITY
              READ  DED-FILE KEY IS DED-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WK-FOUND
              END-READ
           END-IF.
           IF WK-FOUND = "N"
              DISPLAY "No deduction " WK-EMP-CD "/" WK-PRIORITY
                      " on EMPDEDUCT - set it up with DEDMAINT first."
           ELSE
              DISPLAY "Deduction type " DED-TYPE " amount " DED-AMT
                      " pct " DED-PCT
              MOVE  DED-TYPE     TO   DPL-TYPE
              MOVE  WK-EMP-CD    TO   DPL-CD
              MOVE  WK-PRIORITY  TO   DPL-PRIORITY
              DISPLAY "Court order reference   : " NO ADVANCING
              ACCEPT  WK-ORDER-REF
              PERFORM SAVE-LINK
           END-IF.
       SAVE-LINK.
           MOVE  "Y"           TO   WK-LINK-FOUND.
           READ  DPL-FILE KEY IS DPL-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-LINK-FOUND
           END-READ.
           IF WK-LINK-FOUND = "Y"
              DISPLAY "Currently paid to " DPL-PAYEE " "
                      DPL-ORDER-REF
              IF WK-ORDER-REF = SPACES
                 MOVE  DPL-ORDER-REF  TO   WK-ORDER-REF
              END-IF
           END-IF.
           DISPLAY "Payee code (blank = remove link): " NO ADVANCING.
           ACCEPT  WK-LINK-PAYEE.
           MOVE FUNCTION UPPER-CASE(WK-LINK-PAYEE) TO WK-LINK-PAYEE.
           IF WK-LINK-PAYEE = SPACES
              IF WK-LINK-FOUND = "Y"
                 DELETE DPL-FILE
                   INVALID KEY
                      DISPLAY "Delete failed, status " DPL-STS
                   NOT INVALID KEY
                      DISPLAY "Link removed - amounts are retained,"
                              " not remitted."
                 END-DELETE
              ELSE
                 DISPLAY "Nothing to remove."
              END-IF
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-LINK-PAYEE TO  PYE-CD
              READ  PYE-FILE KEY IS   PYE-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "N"
                 DISPLAY "Payee " WK-LINK-PAYEE " not on file -"
                         " add it first."
              ELSE
              IF PYE-REF-FMT = "O" AND DPL-CD NOT = SPACES
                 AND WK-ORDER-REF = SPACES
                 DISPLAY "Payee " WK-LINK-PAYEE " is referenced by"
                         " court order - order reference required."
              ELSE
                 MOVE  WK-LINK-PAYEE TO  DPL-PAYEE
                 MOVE  WK-ORDER-REF  TO  DPL-ORDER-REF
                 IF WK-LINK-FOUND = "Y"
                    REWRITE DPL-REC
                    DISPLAY "Link updated to " WK-LINK-PAYEE "."
                 ELSE
                    WRITE DPL-REC
                      INVALID KEY
                         DISPLAY "Write failed, status " DPL-STS
                      NOT INVALID KEY
                         DISPLAY "Linked to " WK-LINK-PAYEE "."
                    END-WRITE
                 END-IF
              END-IF
              END-IF
           END-IF.
       SHOW-ONE-PAYEE.
           DISPLAY PYE-CD "  " PYE-NAME "  " PYE-BANK "/"
                   PYE-BRANCH "/" PYE-ACCT "  ref " PYE-REF-PREFIX
                   "(" PYE-REF-FMT ")  GL " PYE-GL-ACCT "  "
                   PYE-STATUS.
       LIST-PAYEES.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   PYE-CD.
           START PYE-FILE KEY IS >= PYE-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           DISPLAY " ".
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ PYE-FILE NEXT
             EVALUATE PYE-STS
               WHEN "00"
                  PERFORM SHOW-ONE-PAYEE
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " payee(s) on file.".
       LIST-LINKS.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   DPL-KEY.
           START DPL-FILE KEY IS >= DPL-KEY
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           DISPLAY " ".
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ DPL-FILE NEXT
             EVALUATE DPL-STS
               WHEN "00"
                  IF DPL-CD = SPACES
                     DISPLAY DPL-TYPE " (all employees)      -> "
                             DPL-PAYEE
                  ELSE
                     DISPLAY DPL-TYPE " " DPL-CD "/" DPL-PRIORITY
                             " order " DPL-ORDER-REF " -> "
                             DPL-PAYEE
                  END-IF
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " link(s) on file.".

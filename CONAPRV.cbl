       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CCQSEL.
           COPY EMPSEL.
           COPY CONSEL.
           COPY CCFSEL.
           COPY SUSPSEL.
           COPY AUDITSEL.
           COPY OPRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CON-QUEUE.
           COPY CCQREC.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CON-FILE.
           COPY CONREC.
       FD  CON-CONFIRM.
           COPY CCFREC.
       FD  EMP-SUSP.
           COPY SUSPREC.
       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  OPR-FILE.
           COPY OPRREC.
       WORKING-STORAGE SECTION.
       01  CCQ-STS            PIC  9(02).
       01  EMP-STS            PIC  9(02).
       01  CON-STS            PIC  9(02).
       01  CCF-STS            PIC  9(02).
       01  SUSP-STS           PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  OPR-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-CON-FOUND       PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-SEEN-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-APPROVED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-REJECTED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-OWN-CD          PIC  X(04)  VALUE SPACES.
       01  WS-REASON          PIC  X(40).
       01  WS-CONF-STATUS     PIC  X(08).
       01  WS-CONF-TS         PIC  X(21).
       01  WS-SUSP-NEXT       PIC  9(06)  VALUE ZERO.
       01  WS-SUSP-EOF        PIC  X      VALUE "N".
       01  WS-XCD-DATA.
           03  FILLER         PIC  X(04)  VALUE "Req ".
           03  WS-XCD-SEQ     PIC  9(06).
           03  FILLER         PIC  X(05)  VALUE " emp ".
           03  WS-XCD-CD      PIC  X(04).
           03  FILLER         PIC  X(06)  VALUE " sent ".
           03  WS-XCD-TS      PIC  X(14).
           03  FILLER         PIC  X(04)  VALUE " by ".
           03  WS-XCD-OPR     PIC  X(08).
           03  FILLER         PIC  X(29)  VALUE SPACES.
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
           DISPLAY "*** Contact Change Request Approval ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "U" AND WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              PERFORM LOAD-OPERATOR
              PERFORM PROCESS-REQUESTS
           END-IF.
       MAIN-900.
           GOBACK.
       LOAD-OPERATOR.
           MOVE  SPACES        TO   WS-OWN-CD.
           OPEN  INPUT OPR-FILE.
           IF OPR-STS = ZERO
              MOVE  WS-OPR-ID    TO   OPR-ID
              READ  OPR-FILE KEY IS OPR-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  OPR-EMP-CD TO WS-OWN-CD
              END-READ
              CLOSE OPR-FILE
           END-IF.
       PROCESS-REQUESTS.
           OPEN  I-O CON-QUEUE.
           EVALUATE CCQ-STS
             WHEN "00"
                PERFORM OPEN-OTHER-FILES
                IF WS-OPENS-OK = "Y"
                   PERFORM REVIEW-ALL-PENDING
                   CLOSE EMP-FILE
                   CLOSE CON-FILE
                   CLOSE CON-CONFIRM
                   CLOSE EMP-SUSP
                   DISPLAY " "
                   DISPLAY "=== Reviewed " WS-SEEN-COUNT
                           " request(s), approved " WS-APPROVED-COUNT
                           ", rejected " WS-REJECTED-COUNT " ==="
                END-IF
                CLOSE CON-QUEUE
             WHEN "35"
                DISPLAY "EMPCONQ not found - no contact changes"
                        " awaiting approval"
             WHEN OTHER
                DISPLAY "EMPCONQ open failed, status " CCQ-STS
           END-EVALUATE.
       OPEN-OTHER-FILES.
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
           IF WS-OPENS-OK = "Y"
              OPEN  I-O CON-FILE
              IF CON-STS = 35
                 OPEN  OUTPUT CON-FILE
                 CLOSE CON-FILE
                 OPEN  I-O CON-FILE
              END-IF
              IF CON-STS NOT = ZERO
                 DISPLAY "EMPCONTACT open failed, status " CON-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE EMP-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              OPEN  EXTEND CON-CONFIRM
              IF CCF-STS = 35
                 OPEN  OUTPUT CON-CONFIRM
              END-IF
              IF CCF-STS NOT = ZERO
                 DISPLAY "CONCHGOUT open failed, status " CCF-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE EMP-FILE
                 CLOSE CON-FILE
              END-IF
           END-IF.
           IF WS-OPENS-OK = "Y"
              PERFORM OPEN-SUSPENSE
              IF SUSP-STS NOT = ZERO
                 DISPLAY "EMPSUSP open failed, status " SUSP-STS
                 MOVE "N"       TO   WS-OPENS-OK
                 CLOSE EMP-FILE
                 CLOSE CON-FILE
                 CLOSE CON-CONFIRM
              END-IF
           END-IF.
       REVIEW-ALL-PENDING.
           MOVE  ZERO          TO   CCQ-SEQ.
           START CON-QUEUE KEY IS >= CCQ-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ CON-QUEUE NEXT
             EVALUATE CCQ-STS
               WHEN "00"
                  IF CCQ-STATUS = "P"
                     ADD  1 TO WS-SEEN-COUNT
                     PERFORM REVIEW-ONE-REQUEST
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  DISPLAY "I-O error reading EMPCONQ, status "
                          CCQ-STS " - contact support"
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       REVIEW-ONE-REQUEST.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  CCQ-CD        TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
                 MOVE SPACES   TO   EMP-NAME
           END-READ.
           MOVE  "Y"           TO   WS-CON-FOUND.
           MOVE  CCQ-CD        TO   CON-CD.
           READ  CON-FILE KEY IS   CON-CD
             INVALID KEY
                 MOVE "N"      TO   WS-CON-FOUND
                 MOVE SPACES   TO   CON-ADDR1
                 MOVE SPACES   TO   CON-ADDR2
                 MOVE SPACES   TO   CON-PHONE
                 MOVE SPACES   TO   CON-EMAIL
                 MOVE SPACES   TO   CON-EMERG-NAME
                 MOVE SPACES   TO   CON-EMERG-PHONE
           END-READ.
           DISPLAY " ".
           DISPLAY "Request " CCQ-SEQ "  Employee " CCQ-CD " "
                   EMP-NAME "  sent " CCQ-REQ-TS(1:8) " "
                   CCQ-REQ-TS(9:4).
           DISPLAY "                 Current                   "
                   "      Requested".
           IF CCQ-ADDR1 NOT = SPACES
              DISPLAY "  Address 1   : " CON-ADDR1 " -> " CCQ-ADDR1
           END-IF.
           IF CCQ-ADDR2 NOT = SPACES
              DISPLAY "  Address 2   : " CON-ADDR2 " -> " CCQ-ADDR2
           END-IF.
           IF CCQ-PHONE NOT = SPACES
              DISPLAY "  Phone       : " CON-PHONE " -> " CCQ-PHONE
           END-IF.
           IF CCQ-EMAIL NOT = SPACES
              DISPLAY "  Email       : " CON-EMAIL " -> " CCQ-EMAIL
           END-IF.
           IF CCQ-EMERG-NAME NOT = SPACES
              DISPLAY "  Emerg name  : " CON-EMERG-NAME " -> "
                      CCQ-EMERG-NAME
           END-IF.
           IF CCQ-EMERG-PHONE NOT = SPACES
              DISPLAY "  Emerg phone : " CON-EMERG-PHONE " -> "
                      CCQ-EMERG-PHONE
           END-IF.
           EVALUATE TRUE
             WHEN WS-EMP-FOUND = "N" OR EMP-STATUS = "T"
                DISPLAY "  Employee is no longer active - request"
                        " rejected."
                MOVE "Employee no longer active" TO WS-REASON
                PERFORM REJECT-REQUEST
             WHEN WS-OWN-CD NOT = SPACES AND WS-OWN-CD = CCQ-CD
                DISPLAY "  This is your own request - another HR"
                        " operator must decide it."
             WHEN OTHER
                DISPLAY "[A]pprove  [R]eject  [S]kip  [Q]uit: "
                        NO ADVANCING
                ACCEPT  WK-CMD
                MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                EVALUATE WK-CMD
                  WHEN "A"
                     PERFORM APPROVE-REQUEST
                  WHEN "R"
                     DISPLAY "Reason for rejection: " NO ADVANCING
                     ACCEPT  WS-REASON
                     IF WS-REASON = SPACES
                        MOVE "Rejected by HR" TO WS-REASON
                     END-IF
                     PERFORM REJECT-REQUEST
                  WHEN "Q"
                     MOVE "Y" TO WS-EOF
                  WHEN OTHER
                     CONTINUE
                END-EVALUATE
           END-EVALUATE.
       APPROVE-REQUEST.
           MOVE  CON-ADDR1        TO   CCQ-OLD-ADDR1.
           MOVE  CON-ADDR2        TO   CCQ-OLD-ADDR2.
           MOVE  CON-PHONE        TO   CCQ-OLD-PHONE.
           MOVE  CON-EMAIL        TO   CCQ-OLD-EMAIL.
           MOVE  CON-EMERG-NAME   TO   CCQ-OLD-ENAME.
           MOVE  CON-EMERG-PHONE  TO   CCQ-OLD-EPHONE.
           MOVE  CCQ-CD           TO   CON-CD.
           IF CCQ-ADDR1 NOT = SPACES
              MOVE  CCQ-ADDR1        TO   CON-ADDR1
           END-IF.
           IF CCQ-ADDR2 NOT = SPACES
              MOVE  CCQ-ADDR2        TO   CON-ADDR2
           END-IF.
           IF CCQ-PHONE NOT = SPACES
              MOVE  CCQ-PHONE        TO   CON-PHONE
           END-IF.
           IF CCQ-EMAIL NOT = SPACES
              MOVE  CCQ-EMAIL        TO   CON-EMAIL
           END-IF.
           IF CCQ-EMERG-NAME NOT = SPACES
              MOVE  CCQ-EMERG-NAME   TO   CON-EMERG-NAME
           END-IF.
           IF CCQ-EMERG-PHONE NOT = SPACES
              MOVE  CCQ-EMERG-PHONE  TO   CON-EMERG-PHONE
           END-IF.
           IF WS-CON-FOUND = "Y"
              REWRITE CON-REC
           ELSE
              WRITE CON-REC
                INVALID KEY
                   DISPLAY "Write failed for contact " CCQ-CD
                           ", status " CON-STS
              END-WRITE
           END-IF.
           PERFORM WRITE-AUDIT.
           MOVE  "A"           TO   CCQ-STATUS.
           MOVE  WS-OPR-ID     TO   CCQ-CHECKER.
           MOVE  WS-TODAY      TO   CCQ-DECIDED.
           MOVE  SPACES        TO   CCQ-REASON.
           REWRITE CCQ-REC.
           ADD   1             TO   WS-APPROVED-COUNT.
           MOVE  "APPROVED"    TO   WS-CONF-STATUS.
           MOVE  "Contact details updated" TO WS-REASON.
           PERFORM WRITE-CONFIRMATION.
           DISPLAY "Request " CCQ-SEQ " approved - EMPCONTACT"
                   " updated.".
       REJECT-REQUEST.
           MOVE  "R"           TO   CCQ-STATUS.
           MOVE  WS-OPR-ID     TO   CCQ-CHECKER.
           MOVE  WS-TODAY      TO   CCQ-DECIDED.
           MOVE  WS-REASON     TO   CCQ-REASON.
           REWRITE CCQ-REC.
           ADD   1             TO   WS-REJECTED-COUNT.
           PERFORM WRITE-SUSPENSE.
           MOVE  "REJECTED"    TO   WS-CONF-STATUS.
           PERFORM WRITE-CONFIRMATION.
           DISPLAY "Request " CCQ-SEQ " rejected.".
       WRITE-AUDIT.
           OPEN  EXTEND EMP-AUDIT.
           EVALUATE AUD-STS
             WHEN "00"
                MOVE  FUNCTION CURRENT-DATE  TO   AUD-TS
                MOVE  EMP-CD                 TO   AUD-CD
                MOVE  "CON"                  TO   AUD-ACTION
                MOVE  EMP-NAME               TO   AUD-OLD-NAME
                MOVE  EMP-NAME               TO   AUD-NEW-NAME
                MOVE  EMP-DPT-CD             TO   AUD-OLD-DPT
                MOVE  EMP-DPT-CD             TO   AUD-NEW-DPT
                MOVE  EMP-ENT-DATE           TO   AUD-OLD-DATE
                MOVE  EMP-ENT-DATE           TO   AUD-NEW-DATE
                MOVE  EMP-STATUS             TO   AUD-OLD-STATUS
                MOVE  EMP-STATUS             TO   AUD-NEW-STATUS
                MOVE  EMP-MGR-CD             TO   AUD-OLD-MGR
                MOVE  EMP-MGR-CD             TO   AUD-NEW-MGR
                MOVE  EMP-GRADE              TO   AUD-OLD-GRADE
                MOVE  EMP-GRADE              TO   AUD-NEW-GRADE
                MOVE  EMP-SALARY             TO   AUD-OLD-SALARY
                MOVE  EMP-SALARY             TO   AUD-NEW-SALARY
                MOVE  "PORTAL"               TO   AUD-OPR
                MOVE  WS-OPR-ID              TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER
                DISPLAY "EMP-AUDIT open failed, status " AUD-STS
                        " - audit entry lost, contact support"
           END-EVALUATE.
       WRITE-CONFIRMATION.
           MOVE  FUNCTION CURRENT-DATE  TO   WS-CONF-TS.
           MOVE  SPACES                 TO   CCF-REC.
           STRING CCQ-CD                 DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  CCQ-REQ-TS             DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-CONF-STATUS         DELIMITED BY SPACE
                  "|"                    DELIMITED BY SIZE
                  WS-REASON              DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-CONF-TS(1:14)       DELIMITED BY SIZE
                  INTO CCF-REC
           END-STRING.
           WRITE CCF-REC.
       WRITE-SUSPENSE.
           MOVE  CCQ-SEQ                TO   WS-XCD-SEQ.
           MOVE  CCQ-CD                 TO   WS-XCD-CD.
           MOVE  CCQ-REQ-TS             TO   WS-XCD-TS.
           MOVE  WS-OPR-ID              TO   WS-XCD-OPR.
           ADD   1                      TO   WS-SUSP-NEXT.
           MOVE  WS-SUSP-NEXT           TO   SUSP-SEQ.
           MOVE  FUNCTION CURRENT-DATE  TO   SUSP-TS.
           MOVE  "CCR"                  TO   SUSP-SOURCE.
           MOVE  "O"                    TO   SUSP-STATUS.
           MOVE  WS-REASON              TO   SUSP-REASON.
           MOVE  WS-XCD-DATA            TO   SUSP-DATA.
           WRITE SUSP-REC
             INVALID KEY
                DISPLAY "EMPSUSP write failed, status " SUSP-STS
                        " - suspense entry lost"
           END-WRITE.
       OPEN-SUSPENSE.
           OPEN  I-O EMP-SUSP.
           IF SUSP-STS = 35
              OPEN  OUTPUT EMP-SUSP
              CLOSE EMP-SUSP
              OPEN  I-O EMP-SUSP
           END-IF.
           MOVE  ZERO          TO   WS-SUSP-NEXT.
           IF SUSP-STS = ZERO
              PERFORM FIND-SUSPENSE-NEXT
           END-IF.
       FIND-SUSPENSE-NEXT.
           MOVE  "N"           TO   WS-SUSP-EOF.
           MOVE  ZERO          TO   SUSP-SEQ.
           START EMP-SUSP KEY IS >= SUSP-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-SUSP-EOF
           END-START.
           PERFORM UNTIL WS-SUSP-EOF = "Y"
             READ EMP-SUSP NEXT
             EVALUATE SUSP-STS
               WHEN "00"
                  MOVE  SUSP-SEQ  TO   WS-SUSP-NEXT
               WHEN OTHER
                  MOVE "Y" TO WS-SUSP-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  ZERO          TO   SUSP-STS.

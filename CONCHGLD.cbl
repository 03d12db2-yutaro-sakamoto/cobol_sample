       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCHGLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           SELECT CON-CHG-IN ASSIGN TO "CONCHGIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  CCI-STS.
           COPY CCQSEL.
           COPY CCFSEL.
           COPY SUSPSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  CON-CHG-IN.
       01  CCI-REC               PIC X(200).
       FD  CON-QUEUE.
           COPY CCQREC.
       FD  CON-CONFIRM.
           COPY CCFREC.
       FD  EMP-SUSP.
           COPY SUSPREC.
       FD  RUN-LOG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  CCI-STS            PIC  9(02).
       01  CCQ-STS            PIC  9(02).
       01  CCF-STS            PIC  9(02).
       01  SUSP-STS           PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-END-STATUS      PIC  X(03)  VALUE "OK ".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-OPENS-OK        PIC  X      VALUE "Y".
       01  WS-EMP-FOUND       PIC  X      VALUE "N".
       01  WS-READ-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-QUEUE-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-REJ-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-FLD-CNT         PIC  9(02)  VALUE ZERO.
       01  WS-FIELDS.
           03  WS-FLD          OCCURS 8 TIMES PIC X(40).
       01  WS-REJ-REASON      PIC  X(40).
       01  WS-CONF-STATUS     PIC  X(08).
       01  WS-CONF-TS         PIC  X(21).
       01  WS-CHK-PHONE       PIC  X(15).
       01  WS-CHK-EMAIL       PIC  X(30).
       01  WS-CHK-OK          PIC  X.
       01  WS-CHK-IDX         PIC  9(02).
       01  WS-CHK-LEN         PIC  9(02).
       01  WS-DIGITS          PIC  9(02).
       01  WS-AT-COUNT        PIC  9(02).
       01  WS-AT-POS          PIC  9(02).
       01  WS-DOT-POS         PIC  9(02).
       01  WS-QUEUE-NEXT      PIC  9(06)  VALUE ZERO.
       01  WS-QUEUE-EOF       PIC  X      VALUE "N".
       01  WS-SUSP-NEXT       PIC  9(06)  VALUE ZERO.
       01  WS-SUSP-EOF        PIC  X      VALUE "N".
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           MOVE  "OK "         TO   WS-END-STATUS.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-QUEUE-COUNT.
           MOVE  ZERO          TO   WS-REJ-COUNT.
           DISPLAY "*** Loading contact change requests from"
                   " CONCHGIN ***".
           PERFORM WRITE-RUNLOG-START.
           PERFORM PROCESS-REQUEST-FILE.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           GOBACK.
       PROCESS-REQUEST-FILE.
           OPEN  INPUT  CON-CHG-IN.
           OPEN  INPUT  EMP-FILE.
           PERFORM OPEN-QUEUE.
           PERFORM OPEN-CONFIRM.
           PERFORM OPEN-SUSPENSE.
           PERFORM CHECK-OPENS.
           IF WS-OPENS-OK = "Y"
              PERFORM UNTIL WS-EOF = "Y"
                READ CON-CHG-IN NEXT
                EVALUATE CCI-STS
                  WHEN "00"
                     ADD  1 TO WS-READ-COUNT
                     PERFORM PROCESS-ONE-ROW
                  WHEN "10"
                     MOVE "Y" TO WS-EOF
                  WHEN OTHER
                     DISPLAY "I-O error reading CONCHGIN, status "
                             CCI-STS " - contact support"
                     MOVE "ERR" TO WS-END-STATUS
                     MOVE "Y" TO WS-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
           CLOSE CON-CHG-IN.
           CLOSE EMP-FILE.
           CLOSE CON-QUEUE.
           CLOSE CON-CONFIRM.
           CLOSE EMP-SUSP.
           DISPLAY "*** Contact change load complete: "
                   WS-QUEUE-COUNT " queued for HR approval, "
                   WS-REJ-COUNT " rejected (see EMPSUSP) ***".
       CHECK-OPENS.
           MOVE  "Y"           TO   WS-OPENS-OK.
           EVALUATE CCI-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "CONCHGIN not found - nothing to load"
                MOVE "N"       TO   WS-OPENS-OK
             WHEN OTHER
                DISPLAY "CONCHGIN open failed, status " CCI-STS
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
           EVALUATE EMP-STS
             WHEN "00"
                CONTINUE
             WHEN "35"
                DISPLAY "EMP-FILE not found - run EMPWRITE first"
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
             WHEN OTHER
                DISPLAY "EMP-FILE open failed, status " EMP-STS
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
           EVALUATE CCQ-STS
             WHEN "00"
                CONTINUE
             WHEN OTHER
                DISPLAY "EMPCONQ open failed, status " CCQ-STS
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
           EVALUATE CCF-STS
             WHEN "00"
                CONTINUE
             WHEN OTHER
                DISPLAY "CONCHGOUT open failed, status " CCF-STS
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
           EVALUATE SUSP-STS
             WHEN "00"
                CONTINUE
             WHEN OTHER
                DISPLAY "EMPSUSP open failed, status " SUSP-STS
                MOVE "N"       TO   WS-OPENS-OK
                MOVE "ERR"     TO   WS-END-STATUS
           END-EVALUATE.
       PROCESS-ONE-ROW.
           MOVE   SPACES          TO   WS-FIELDS.
           MOVE   ZERO            TO   WS-FLD-CNT.
           UNSTRING CCI-REC DELIMITED BY "|"
                     INTO WS-FLD(1) WS-FLD(2) WS-FLD(3)
                          WS-FLD(4) WS-FLD(5) WS-FLD(6)
                          WS-FLD(7) WS-FLD(8)
                     TALLYING IN WS-FLD-CNT
           END-UNSTRING.
           MOVE   SPACES          TO   WS-REJ-REASON.
           EVALUATE TRUE
             WHEN WS-FLD-CNT < 8
                MOVE  "Malformed contact row - too few fields"
                                 TO   WS-REJ-REASON
             WHEN WS-FLD(8)(1:14) IS NOT NUMERIC
                MOVE  "Invalid request timestamp on contact row"
                                 TO   WS-REJ-REASON
             WHEN WS-FLD(2) = SPACES AND WS-FLD(3) = SPACES
                AND WS-FLD(4) = SPACES AND WS-FLD(5) = SPACES
                AND WS-FLD(6) = SPACES AND WS-FLD(7) = SPACES
                MOVE  "No contact fields changed on row"
                                 TO   WS-REJ-REASON
             WHEN WS-FLD(2)(31:10) NOT = SPACES
                OR WS-FLD(3)(31:10) NOT = SPACES
                OR WS-FLD(4)(16:25) NOT = SPACES
                OR WS-FLD(5)(31:10) NOT = SPACES
                OR WS-FLD(6)(21:20) NOT = SPACES
                OR WS-FLD(7)(16:25) NOT = SPACES
                MOVE  "Contact field too long on row"
                                 TO   WS-REJ-REASON
             WHEN OTHER
                PERFORM CHECK-EMPLOYEE
           END-EVALUATE.
           IF WS-REJ-REASON = SPACES
              PERFORM CHECK-CONTACT-FIELDS
           END-IF.
           IF WS-REJ-REASON = SPACES
              PERFORM QUEUE-ONE-ROW
           ELSE
              PERFORM REJECT-ONE-ROW
           END-IF.
       CHECK-EMPLOYEE.
           MOVE  "Y"           TO   WS-EMP-FOUND.
           MOVE  WS-FLD(1)     TO   EMP-CD.
           READ  EMP-FILE KEY IS   EMP-CD
             INVALID KEY
                 MOVE "N"      TO   WS-EMP-FOUND
           END-READ.
           EVALUATE TRUE
             WHEN WS-EMP-FOUND = "N"
                MOVE  "Unknown employee code on contact row"
                                 TO   WS-REJ-REASON
             WHEN EMP-STATUS = "T"
                MOVE  "Employee is not active on contact row"
                                 TO   WS-REJ-REASON
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       CHECK-CONTACT-FIELDS.
           IF WS-FLD(4) NOT = SPACES
              MOVE  WS-FLD(4)     TO   WS-CHK-PHONE
              PERFORM CHECK-PHONE
              IF WS-CHK-OK = "N"
                 MOVE  "Invalid phone number on contact row"
                                 TO   WS-REJ-REASON
              END-IF
           END-IF.
           IF WS-FLD(7) NOT = SPACES AND WS-REJ-REASON = SPACES
              MOVE  WS-FLD(7)     TO   WS-CHK-PHONE
              PERFORM CHECK-PHONE
              IF WS-CHK-OK = "N"
                 MOVE  "Invalid emergency phone on contact row"
                                 TO   WS-REJ-REASON
              END-IF
           END-IF.
           IF WS-FLD(5) NOT = SPACES AND WS-REJ-REASON = SPACES
              MOVE  WS-FLD(5)     TO   WS-CHK-EMAIL
              PERFORM CHECK-EMAIL
              IF WS-CHK-OK = "N"
                 MOVE  "Invalid email address on contact row"
                                 TO   WS-REJ-REASON
              END-IF
           END-IF.
       CHECK-PHONE.
           MOVE  "Y"           TO   WS-CHK-OK.
           MOVE  ZERO          TO   WS-DIGITS.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                     UNTIL WS-CHK-IDX > 15
              EVALUATE TRUE
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) IS NUMERIC
                   ADD  1 TO WS-DIGITS
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) = "+"
                   IF WS-CHK-IDX NOT = 1
                      MOVE "N" TO WS-CHK-OK
                   END-IF
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) = SPACE
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) = "-"
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) = "("
                WHEN WS-CHK-PHONE(WS-CHK-IDX:1) = ")"
                   CONTINUE
                WHEN OTHER
                   MOVE "N" TO WS-CHK-OK
              END-EVALUATE
           END-PERFORM.
           IF WS-DIGITS < 7
              MOVE "N"         TO   WS-CHK-OK
           END-IF.
       CHECK-EMAIL.
           MOVE  "Y"           TO   WS-CHK-OK.
           MOVE  ZERO          TO   WS-AT-COUNT.
           MOVE  ZERO          TO   WS-AT-POS.
           MOVE  ZERO          TO   WS-DOT-POS.
           PERFORM VARYING WS-CHK-LEN FROM 30 BY -1
                     UNTIL WS-CHK-LEN < 1
                        OR WS-CHK-EMAIL(WS-CHK-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                     UNTIL WS-CHK-IDX > WS-CHK-LEN
              EVALUATE WS-CHK-EMAIL(WS-CHK-IDX:1)
                WHEN "@"
                   ADD  1 TO WS-AT-COUNT
                   MOVE WS-CHK-IDX TO WS-AT-POS
                WHEN "."
                   IF WS-AT-POS > ZERO
                      MOVE WS-CHK-IDX TO WS-DOT-POS
                   END-IF
                WHEN SPACE
                WHEN ","
                WHEN ";"
                   MOVE "N" TO WS-CHK-OK
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WS-AT-COUNT NOT = 1
              OR WS-AT-POS < 2
              OR WS-DOT-POS < WS-AT-POS + 2
              OR WS-DOT-POS NOT < WS-CHK-LEN
              MOVE "N"         TO   WS-CHK-OK
           END-IF.
       QUEUE-ONE-ROW.
           ADD   1                      TO   WS-QUEUE-NEXT.
           MOVE  WS-QUEUE-NEXT          TO   CCQ-SEQ.
           MOVE  EMP-CD                 TO   CCQ-CD.
           MOVE  WS-FLD(8)(1:14)        TO   CCQ-REQ-TS.
           MOVE  FUNCTION CURRENT-DATE  TO   CCQ-LOAD-TS.
           MOVE  "P"                    TO   CCQ-STATUS.
           MOVE  WS-FLD(2)              TO   CCQ-ADDR1.
           MOVE  WS-FLD(3)              TO   CCQ-ADDR2.
           MOVE  WS-FLD(4)              TO   CCQ-PHONE.
           MOVE  WS-FLD(5)              TO   CCQ-EMAIL.
           MOVE  WS-FLD(6)              TO   CCQ-EMERG-NAME.
           MOVE  WS-FLD(7)              TO   CCQ-EMERG-PHONE.
           MOVE  SPACES                 TO   CCQ-OLD.
           MOVE  SPACES                 TO   CCQ-CHECKER.
           MOVE  ZERO                   TO   CCQ-DECIDED.
           MOVE  SPACES                 TO   CCQ-REASON.
           WRITE CCQ-REC
             INVALID KEY
                DISPLAY "EMPCONQ write failed, status " CCQ-STS
                        " - request for " EMP-CD " not queued"
                MOVE "ERR" TO WS-END-STATUS
             NOT INVALID KEY
                ADD   1 TO WS-QUEUE-COUNT
                MOVE  "RECEIVED"     TO   WS-CONF-STATUS
                MOVE  "Queued for HR approval" TO WS-REJ-REASON
                PERFORM WRITE-CONFIRMATION
                MOVE  SPACES         TO   WS-REJ-REASON
           END-WRITE.
       REJECT-ONE-ROW.
           ADD   1                      TO   WS-REJ-COUNT.
           PERFORM WRITE-SUSPENSE.
           MOVE  "REJECTED"             TO   WS-CONF-STATUS.
           PERFORM WRITE-CONFIRMATION.
           DISPLAY "Rejected contact row: " WS-REJ-REASON.
       WRITE-CONFIRMATION.
           MOVE  FUNCTION CURRENT-DATE  TO   WS-CONF-TS.
           MOVE  SPACES                 TO   CCF-REC.
           STRING WS-FLD(1)(1:4)         DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-FLD(8)(1:14)        DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-CONF-STATUS         DELIMITED BY SPACE
                  "|"                    DELIMITED BY SIZE
                  WS-REJ-REASON          DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-CONF-TS(1:14)       DELIMITED BY SIZE
                  INTO CCF-REC
           END-STRING.
           WRITE CCF-REC.
       WRITE-SUSPENSE.
           ADD   1                      TO   WS-SUSP-NEXT.
           MOVE  WS-SUSP-NEXT           TO   SUSP-SEQ.
           MOVE  FUNCTION CURRENT-DATE  TO   SUSP-TS.
           MOVE  "CCR"                  TO   SUSP-SOURCE.
           MOVE  "O"                    TO   SUSP-STATUS.
           MOVE  WS-REJ-REASON          TO   SUSP-REASON.
           MOVE  CCI-REC                TO   SUSP-DATA.
           WRITE SUSP-REC
             INVALID KEY
                DISPLAY "EMPSUSP write failed, status " SUSP-STS
                        " - suspense entry lost"
           END-WRITE.
       OPEN-QUEUE.
           OPEN  I-O CON-QUEUE.
           IF CCQ-STS = 35
              OPEN  OUTPUT CON-QUEUE
              CLOSE CON-QUEUE
              OPEN  I-O CON-QUEUE
           END-IF.
           MOVE  ZERO          TO   WS-QUEUE-NEXT.
           IF CCQ-STS = ZERO
              PERFORM FIND-QUEUE-NEXT
           END-IF.
       FIND-QUEUE-NEXT.
           MOVE  "N"           TO   WS-QUEUE-EOF.
           MOVE  ZERO          TO   CCQ-SEQ.
           START CON-QUEUE KEY IS >= CCQ-SEQ
             INVALID KEY
                 MOVE "Y"      TO   WS-QUEUE-EOF
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF = "Y"
             READ CON-QUEUE NEXT
             EVALUATE CCQ-STS
               WHEN "00"
                  MOVE  CCQ-SEQ   TO   WS-QUEUE-NEXT
               WHEN OTHER
                  MOVE "Y" TO WS-QUEUE-EOF
             END-EVALUATE
           END-PERFORM.
           MOVE  ZERO          TO   CCQ-STS.
       OPEN-CONFIRM.
           OPEN  EXTEND CON-CONFIRM.
           IF CCF-STS = 35
              OPEN  OUTPUT CON-CONFIRM
           END-IF.
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
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "CONCHGLD"             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.
       WRITE-RUNLOG-END.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "CONCHGLD"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  WS-END-STATUS          TO   RUN-STATUS
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  WS-QUEUE-COUNT         TO   RUN-WRITTEN
                MOVE  WS-REJ-COUNT           TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                DISPLAY "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
           END-EVALUATE.

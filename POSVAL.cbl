       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-FILE.
           COPY POSREC.
       WORKING-STORAGE SECTION.
       01  POS-STS            PIC  9(02).
       01  WS-FILE-OPEN       PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-HELD            PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       LINKAGE SECTION.
       01  LK-FUNC            PIC X(01).
       01  LK-POS-NO          PIC X(06).
       01  LK-EMP-CD          PIC X(04).
       01  LK-DPT-CD          PIC X(02).
       01  LK-VALID           PIC X(01).
       01  LK-REASON          PIC X(40).
       PROCEDURE DIVISION     USING     LK-FUNC, LK-POS-NO,
                                        LK-EMP-CD, LK-DPT-CD,
                                        LK-VALID, LK-REASON.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "Y"          TO   LK-VALID.
           MOVE  SPACES       TO   LK-REASON.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE LK-FUNC
             WHEN "C"
                PERFORM CHECK-POSITION
             WHEN "A"
                PERFORM CHECK-POSITION
                IF LK-VALID = "Y" AND LK-POS-NO NOT = SPACES
                   PERFORM ASSIGN-POSITION
                END-IF
             WHEN "V"
                PERFORM VACATE-POSITIONS
             WHEN "F"
                PERFORM FIND-POSITION
             WHEN "M"
                PERFORM MOVE-POSITION
             WHEN OTHER
                MOVE  "N"           TO   LK-VALID
                MOVE  "Invalid position function"
                                    TO   LK-REASON
           END-EVALUATE.
           PERFORM CLOSE-POS-FILE.
       MAIN-900.
           EXIT PROGRAM.
       OPEN-POS-FILE.
           IF WS-FILE-OPEN = "N"
              OPEN  I-O POS-FILE
              IF POS-STS = ZERO
                 MOVE "Y"     TO   WS-FILE-OPEN
              END-IF
           END-IF.
       CLOSE-POS-FILE.
           IF WS-FILE-OPEN = "Y"
              CLOSE POS-FILE
              MOVE  "N"          TO   WS-FILE-OPEN
           END-IF.
       CHECK-POSITION.
           IF LK-POS-NO NOT = SPACES
              PERFORM OPEN-POS-FILE
              IF WS-FILE-OPEN = "N"
                 MOVE  "N"           TO   LK-VALID
                 MOVE  "POSMAST not available - set up positions"
                                     TO   LK-REASON
              ELSE
                 MOVE  LK-POS-NO     TO   POS-NO
                 READ  POS-FILE KEY IS   POS-NO
                   INVALID KEY
                       MOVE  "N"     TO   LK-VALID
                       STRING "Unknown position: " LK-POS-NO
                              DELIMITED BY SIZE INTO LK-REASON
                 END-READ
                 IF LK-VALID = "Y"
                    IF POS-STATUS NOT = "A"
                       MOVE  "N"     TO   LK-VALID
                       STRING "Position closed: " LK-POS-NO
                              DELIMITED BY SIZE INTO LK-REASON
                    ELSE
                    IF POS-DPT-CD NOT = LK-DPT-CD
                       MOVE  "N"     TO   LK-VALID
                       STRING "Position " LK-POS-NO
                              " belongs to dept " POS-DPT-CD
                              DELIMITED BY SIZE INTO LK-REASON
                    ELSE
                    IF POS-EMP-CD NOT = SPACES
                       AND POS-EMP-CD NOT = LK-EMP-CD
                       MOVE  "N"     TO   LK-VALID
                       STRING "Position " LK-POS-NO
                              " already filled by " POS-EMP-CD
                              DELIMITED BY SIZE INTO LK-REASON
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       ASSIGN-POSITION.
           MOVE  LK-POS-NO     TO   POS-NO.
           READ  POS-FILE KEY IS   POS-NO
             INVALID KEY
                 MOVE  "N"     TO   LK-VALID
           END-READ.
           IF LK-VALID = "Y" AND POS-EMP-CD NOT = LK-EMP-CD
              PERFORM VACATE-POSITIONS
              MOVE  LK-POS-NO     TO   POS-NO
              READ  POS-FILE KEY IS   POS-NO
              MOVE  LK-EMP-CD     TO   POS-EMP-CD
              MOVE  WS-TODAY      TO   POS-FILL-DATE
              REWRITE POS-REC
           END-IF.
       VACATE-POSITIONS.
           PERFORM OPEN-POS-FILE.
           IF WS-FILE-OPEN = "Y" AND LK-EMP-CD NOT = SPACES
              MOVE  "N"           TO   WS-SCAN-EOF
              MOVE  LK-EMP-CD     TO   POS-EMP-CD
              START POS-FILE KEY IS = POS-EMP-CD
                INVALID KEY
                    MOVE "Y"      TO   WS-SCAN-EOF
              END-START
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ POS-FILE NEXT
                EVALUATE POS-STS
                  WHEN "00"
                  WHEN "02"
                     IF POS-EMP-CD NOT = LK-EMP-CD
                        MOVE "Y" TO WS-SCAN-EOF
                     ELSE
                        MOVE  SPACES   TO   POS-EMP-CD
                        MOVE  WS-TODAY TO   POS-FILL-DATE
                        REWRITE POS-REC
                        MOVE  LK-EMP-CD TO  POS-EMP-CD
                        START POS-FILE KEY IS = POS-EMP-CD
                          INVALID KEY
                              MOVE "Y" TO   WS-SCAN-EOF
                        END-START
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-SCAN-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       FIND-POSITION.
           PERFORM FIND-HELD-POSITION.
           IF WS-HELD = "Y"
              MOVE  POS-NO        TO   LK-POS-NO
              MOVE  POS-DPT-CD    TO   LK-DPT-CD
           ELSE
              MOVE  "N"           TO   LK-VALID
           END-IF.
       MOVE-POSITION.
           PERFORM FIND-HELD-POSITION.
           IF WS-HELD = "Y"
              MOVE  POS-NO        TO   LK-POS-NO
              IF POS-DPT-CD NOT = LK-DPT-CD
                 MOVE  LK-DPT-CD     TO   POS-DPT-CD
                 REWRITE POS-REC
              END-IF
           ELSE
              MOVE  "N"           TO   LK-VALID
           END-IF.
       FIND-HELD-POSITION.
           MOVE  "N"           TO   WS-HELD.
           MOVE  SPACES        TO   LK-POS-NO.
           PERFORM OPEN-POS-FILE.
           IF WS-FILE-OPEN = "Y" AND LK-EMP-CD NOT = SPACES
              MOVE  LK-EMP-CD     TO   POS-EMP-CD
              START POS-FILE KEY IS = POS-EMP-CD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ POS-FILE NEXT
                    IF POS-STS = ZERO OR POS-STS = 02
                       IF POS-EMP-CD = LK-EMP-CD
                          MOVE "Y" TO   WS-HELD
                       END-IF
                    END-IF
              END-START
           END-IF.

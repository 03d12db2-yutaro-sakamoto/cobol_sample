       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLDSEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECSEL.
           COPY OPRSEL.
           COPY ACCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
           COPY SECREC.
       FD  OPR-FILE.
           COPY OPRREC.
       FD  ACC-LOG.
           COPY ACCREC.
       WORKING-STORAGE SECTION.
       01  SEC-STS            PIC  9(02).
       01  OPR-STS            PIC  9(02).
       01  ACC-STS            PIC  9(02).
       01  WS-POLICY-LOADED   PIC  X      VALUE "N".
       01  WS-LOG-OPEN        PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-POL-DEFS.
           03  FILLER         PIC X(05)  VALUE "SALSU".
           03  FILLER         PIC X(05)  VALUE "BIRUU".
           03  FILLER         PIC X(05)  VALUE "BNKSS".
           03  FILLER         PIC X(05)  VALUE "CONUU".
       01  WS-POL-TABLE.
           03  WS-POL-ENTRY   OCCURS 4 TIMES.
               05  WS-POL-FIELD   PIC X(03).
               05  WS-POL-VIEW    PIC X(01).
               05  WS-POL-XTR     PIC X(01).
       01  WS-POL-IDX         PIC  9(01)  VALUE ZERO.
       01  WS-POL-HIT         PIC  9(01)  VALUE ZERO.
       01  WS-REQ-AUTH        PIC  X(01).
       01  WS-RANK-AUTH       PIC  X(01).
       01  WS-RANK            PIC  9(01).
       01  WS-OPR-RANK        PIC  9(01).
       01  WS-REQ-RANK        PIC  9(01).
       01  WS-CACHED-ID       PIC  X(08)  VALUE SPACES.
       01  WS-OWN-CD          PIC  X(04)  VALUE SPACES.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       LINKAGE SECTION.
       01  LK-FUNC            PIC X(01).
       01  LK-FIELD           PIC X(03).
       01  LK-CD              PIC X(04).
       01  LK-PGM             PIC X(10).
       01  LK-SHOW            PIC X(01).
       PROCEDURE DIVISION     USING     LK-FUNC, LK-FIELD, LK-CD,
                                        LK-PGM, LK-SHOW.
       MAIN-CONTROL SECTION.
       MAIN-000.
           IF LK-FUNC = "C"
              PERFORM CLOSE-ACCESS-LOG
              MOVE  "N"        TO   WS-POLICY-LOADED
           ELSE
              PERFORM CHECK-FIELD
           END-IF.
       MAIN-900.
           EXIT PROGRAM.
       CHECK-FIELD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-POLICY-LOADED NOT = "Y"
              PERFORM LOAD-POLICY
           END-IF.
           IF WS-OPR-ID NOT = WS-CACHED-ID
              PERFORM LOAD-OPERATOR
           END-IF.
           MOVE  "S"           TO   WS-REQ-AUTH.
           MOVE  ZERO          TO   WS-POL-HIT.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                     UNTIL WS-POL-IDX > 4
              IF WS-POL-FIELD(WS-POL-IDX) = LK-FIELD
                 MOVE WS-POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM.
           IF WS-POL-HIT NOT = ZERO
              IF LK-FUNC = "E"
                 MOVE  WS-POL-XTR(WS-POL-HIT)  TO   WS-REQ-AUTH
              ELSE
                 MOVE  WS-POL-VIEW(WS-POL-HIT) TO   WS-REQ-AUTH
              END-IF
           END-IF.
           MOVE  WS-OPR-AUTH   TO   WS-RANK-AUTH.
           PERFORM RANK-AUTHORITY.
           MOVE  WS-RANK       TO   WS-OPR-RANK.
           MOVE  WS-REQ-AUTH   TO   WS-RANK-AUTH.
           PERFORM RANK-AUTHORITY.
           MOVE  WS-RANK       TO   WS-REQ-RANK.
           MOVE  "N"           TO   LK-SHOW.
           IF WS-OWN-CD NOT = SPACES AND WS-OWN-CD = LK-CD
              MOVE  "Y"        TO   LK-SHOW
           ELSE
              IF WS-OPR-RANK >= WS-REQ-RANK
                 MOVE  "Y"     TO   LK-SHOW
                 IF LK-FIELD = "SAL" OR LK-FIELD = "BNK"
                    PERFORM WRITE-ACCESS-LOG
                 END-IF
              END-IF
           END-IF.
       RANK-AUTHORITY.
           EVALUATE WS-RANK-AUTH
             WHEN "I"
                MOVE 1 TO WS-RANK
             WHEN "U"
                MOVE 2 TO WS-RANK
             WHEN "H"
                MOVE 2 TO WS-RANK
             WHEN "S"
                MOVE 3 TO WS-RANK
             WHEN OTHER
                MOVE 0 TO WS-RANK
           END-EVALUATE.
       LOAD-POLICY.
           MOVE  WS-POL-DEFS   TO   WS-POL-TABLE.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT SEC-FILE.
           EVALUATE SEC-STS
             WHEN "00"
                PERFORM UNTIL WS-EOF = "Y"
                  READ SEC-FILE NEXT
                  EVALUATE SEC-STS
                    WHEN "00"
                       PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                                 UNTIL WS-POL-IDX > 4
                          IF WS-POL-FIELD(WS-POL-IDX) = SEC-FIELD
                             MOVE SEC-VIEW-AUTH
                                  TO WS-POL-VIEW(WS-POL-IDX)
                             MOVE SEC-XTR-AUTH
                                  TO WS-POL-XTR(WS-POL-IDX)
                          END-IF
                       END-PERFORM
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SEC-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "SECPOLICY open failed, status " SEC-STS
                        " - default field policy in force"
           END-EVALUATE.
           MOVE  "Y"           TO   WS-POLICY-LOADED.
       LOAD-OPERATOR.
           MOVE  WS-OPR-ID     TO   WS-CACHED-ID.
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
       WRITE-ACCESS-LOG.
           IF WS-LOG-OPEN NOT = "Y"
              OPEN  EXTEND ACC-LOG
              IF ACC-STS = 35
                 OPEN  OUTPUT ACC-LOG
              END-IF
              IF ACC-STS = ZERO
                 MOVE "Y"      TO   WS-LOG-OPEN
              ELSE
                 DISPLAY "ACCLOG open failed, status " ACC-STS
                         " - access not recorded"
              END-IF
           END-IF.
           IF WS-LOG-OPEN = "Y"
              MOVE  FUNCTION CURRENT-DATE  TO   ACC-TS
              MOVE  WS-OPR-ID              TO   ACC-OPR
              MOVE  WS-OPR-AUTH            TO   ACC-AUTH
              MOVE  LK-PGM                 TO   ACC-PGM
              MOVE  LK-FIELD               TO   ACC-FIELD
              MOVE  LK-FUNC                TO   ACC-USAGE
              MOVE  LK-CD                  TO   ACC-CD
              WRITE ACC-REC
           END-IF.
       CLOSE-ACCESS-LOG.
           IF WS-LOG-OPEN = "Y"
              CLOSE ACC-LOG
              MOVE  "N"        TO   WS-LOG-OPEN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLWRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPXSEL.
           COPY SPDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPL-INDEX.
           COPY SPXREC.
       FD  SPL-DATA.
           COPY SPDREC.
       WORKING-STORAGE SECTION.
       01  SPX-STS            PIC  9(02).
       01  SPD-STS            PIC  9(02).
       01  WS-SPL-OPEN        PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-CUR-ID          PIC  9(06)  VALUE ZERO.
       01  WS-LINE-NO         PIC  9(06)  VALUE ZERO.
       01  WS-LEN             PIC  9(03)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       LINKAGE SECTION.
       01  LK-FUNC            PIC X(01).
       01  LK-PGM             PIC X(10).
       01  LK-TEXT            PIC X(132).
       PROCEDURE DIVISION     USING     LK-FUNC, LK-PGM, LK-TEXT.
       MAIN-CONTROL SECTION.
       MAIN-000.
           EVALUATE LK-FUNC
             WHEN "O"
                IF WS-SPL-OPEN = "Y"
                   PERFORM CLOSE-SPOOL
                END-IF
                PERFORM OPEN-SPOOL
             WHEN "P"
                PERFORM SET-PARAMETERS
             WHEN "W"
                PERFORM WRITE-LINE
             WHEN "C"
                IF WS-SPL-OPEN = "Y"
                   PERFORM CLOSE-SPOOL
                END-IF
             WHEN OTHER
                DISPLAY "SPLWRITE: invalid function " LK-FUNC
           END-EVALUATE.
       MAIN-900.
           EXIT PROGRAM.
       OPEN-SPOOL.
           OPEN  I-O SPL-INDEX.
           IF SPX-STS = 35
              OPEN  OUTPUT SPL-INDEX
              CLOSE SPL-INDEX
              OPEN  I-O SPL-INDEX
           END-IF.
           OPEN  I-O SPL-DATA.
           IF SPD-STS = 35
              OPEN  OUTPUT SPL-DATA
              CLOSE SPL-DATA
              OPEN  I-O SPL-DATA
           END-IF.
           IF SPX-STS NOT = ZERO OR SPD-STS NOT = ZERO
              DISPLAY "SPLINDEX/SPLDATA open failed, status "
                      SPX-STS "/" SPD-STS " - report not archived"
              IF SPX-STS = ZERO
                 CLOSE SPL-INDEX
              END-IF
              IF SPD-STS = ZERO
                 CLOSE SPL-DATA
              END-IF
           ELSE
              PERFORM FIND-NEXT-ID
              CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                   WS-OPR-AUTH
              MOVE  WS-CUR-ID              TO   SPX-ID
              MOVE  LK-PGM                 TO   SPX-PGM
              MOVE  FUNCTION CURRENT-DATE  TO   SPX-TS
              MOVE  WS-OPR-ID              TO   SPX-OPR
              MOVE  WS-OPR-AUTH            TO   SPX-AUTH
              MOVE  SPACES                 TO   SPX-PARM
              MOVE  ZERO                   TO   SPX-LINES
              MOVE  ZERO                   TO   SPX-PAGES
              MOVE  "O"                    TO   SPX-STATUS
              WRITE SPX-REC
                INVALID KEY
                   DISPLAY "SPLINDEX write failed, status " SPX-STS
                           " - report not archived"
                   CLOSE SPL-INDEX
                   CLOSE SPL-DATA
                NOT INVALID KEY
                   MOVE  "Y"       TO   WS-SPL-OPEN
                   MOVE  ZERO      TO   WS-LINE-NO
              END-WRITE
           END-IF.
       FIND-NEXT-ID.
           MOVE  ZERO          TO   WS-CUR-ID.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   SPX-ID.
           START SPL-INDEX KEY IS >= SPX-ID
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ SPL-INDEX NEXT
             EVALUATE SPX-STS
               WHEN "00"
                  MOVE  SPX-ID  TO   WS-CUR-ID
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
           ADD   1             TO   WS-CUR-ID.
       SET-PARAMETERS.
           IF WS-SPL-OPEN = "Y"
              MOVE  WS-CUR-ID      TO   SPX-ID
              READ  SPL-INDEX KEY IS SPX-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE  LK-TEXT(1:40)  TO   SPX-PARM
                    REWRITE SPX-REC
              END-READ
           END-IF.
       WRITE-LINE.
           PERFORM VARYING WS-LEN FROM 132 BY -1
                     UNTIL WS-LEN < 1
                        OR LK-TEXT(WS-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF WS-LEN < 1
              DISPLAY " "
           ELSE
              DISPLAY LK-TEXT(1:WS-LEN)
           END-IF.
           IF WS-SPL-OPEN = "Y"
              ADD   1              TO   WS-LINE-NO
              MOVE  WS-CUR-ID      TO   SPD-ID
              MOVE  WS-LINE-NO     TO   SPD-LINE
              MOVE  LK-TEXT        TO   SPD-TEXT
              WRITE SPD-REC
                INVALID KEY
                   DISPLAY "SPLDATA write failed, status " SPD-STS
              END-WRITE
           END-IF.
       CLOSE-SPOOL.
           MOVE  WS-CUR-ID     TO   SPX-ID.
           READ  SPL-INDEX KEY IS SPX-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE  WS-LINE-NO  TO   SPX-LINES
                 COMPUTE SPX-PAGES = (WS-LINE-NO + 59) / 60
                 MOVE  "C"         TO   SPX-STATUS
                 REWRITE SPX-REC
           END-READ.
           CLOSE SPL-INDEX.
           CLOSE SPL-DATA.
           MOVE  "N"           TO   WS-SPL-OPEN.

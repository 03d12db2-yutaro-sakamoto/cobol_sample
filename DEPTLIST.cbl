           COPY DEPTREC.
       WORKING-STORAGE SECTION.
       01  DEPT-STS           PIC 9(02).
       01  WS-SPL-FUNC        PIC X(01).
       01  WS-SPL-PGM         PIC X(10)   VALUE "DEPTLIST".
       01  WS-SPL-LINE        PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           PERFORM SPOOL-OPEN.
           OPEN  INPUT DEPT-FILE.
           MOVE  "*** Department List ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "Cd Department Name      St" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "-- -------------------- --" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL (DEPT-STS NOT = ZERO)
             READ DEPT-FILE NEXT
               AT END
                  MOVE  "EOF"         TO   WS-SPL-LINE
                  PERFORM SPOOL-LINE
               NOT AT END
                  STRING  DEPT-CD " " DEPT-NAME " " DEPT-STATUS
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
             END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       SPOOL-OPEN.
           MOVE  "O"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

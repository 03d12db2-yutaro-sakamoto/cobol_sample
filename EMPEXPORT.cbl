       01  WS-HASH-TOTAL      PIC 9(11)V99  VALUE ZERO.
       01  WS-HASH-DIGITS     PIC 9(13)  VALUE ZERO.
       01  WS-SAL-DIGITS      PIC 9(07)V99.
       01  WS-SAL-TEXT        PIC X(09).
       01  WS-SEC-FUNC        PIC X(01).
       01  WS-SEC-FIELD       PIC X(03).
       01  WS-SEC-PGM         PIC X(10)  VALUE "EMPEXPORT".
       01  WS-SEC-SHOW        PIC X(01).
       01  WS-SEC-CD          PIC X(04)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
                MOVE "N" TO WS-RUN-OK
           END-EVALUATE.
           CLOSE EMP-FILE.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WS-SEC-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           GOBACK.
           MOVE   EMP-ENT-DATE(1:4)  TO   WS-CSV-YYYY.
           MOVE   EMP-ENT-DATE(5:2)  TO   WS-CSV-MM.
           MOVE   EMP-ENT-DATE(7:2)  TO   WS-CSV-DD.
           MOVE   "E"                TO   WS-SEC-FUNC.
           MOVE   "SAL"              TO   WS-SEC-FIELD.
           CALL   "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, EMP-CD,
                                 WS-SEC-PGM, WS-SEC-SHOW.
           MOVE   EMP-SALARY         TO   WS-SAL-DIGITS.
           IF WS-SEC-SHOW = "Y"
              MOVE WS-SAL-DIGITS(1:9) TO  WS-SAL-TEXT
           ELSE
              MOVE SPACES             TO  WS-SAL-TEXT
           END-IF.
           MOVE   SPACES             TO   CSV-REC.
           STRING FUNCTION TRIM(EMP-CD)        DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-NAME)      DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-STATUS)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-SAL-TEXT                  DELIMITED BY SPACE
                  INTO CSV-REC
           END-STRING.
           WRITE  CSV-REC.
           ADD    1 TO WS-EXPORT-COUNT.
           IF WS-SEC-SHOW = "Y"
              ADD    EMP-SALARY TO WS-HASH-TOTAL
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS

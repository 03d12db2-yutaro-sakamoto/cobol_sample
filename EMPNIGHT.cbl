       01  PARM-STS           PIC  9(02).
       01  WS-QP-CNT          PIC  9(02)  VALUE ZERO.
       01  WS-QP-FIELDS.
           03  WS-QP-FLD      OCCURS 4 TIMES PIC X(20).
       01  WS-QUE-EOF         PIC  X      VALUE "N".
       01  WS-QUE-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-QFAIL-COUNT     PIC  9(04)  VALUE ZERO.
       01  CKPT-STS           PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  WS-STEP-DEFS.
           03  FILLER         PIC X(09)  VALUE "AUDVERIFY".
           03  FILLER         PIC X(09)  VALUE "EMPWRITE".
           03  FILLER         PIC X(09)  VALUE "EMPIMPORT".
           03  FILLER         PIC X(09)  VALUE "EMPDELTA".
           03  FILLER         PIC X(09)  VALUE "EMPEXPORT".
           03  FILLER         PIC X(09)  VALUE "SPLPURGE".
           03  FILLER         PIC X(09)  VALUE "CONCHGLD".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           03  WS-STEP-NAME   OCCURS 7 TIMES PIC X(09).
       01  WS-STEP            PIC  9(01)  VALUE ZERO.
       01  WS-LAST-DONE       PIC  9(01)  VALUE ZERO.
       01  WS-FAILED          PIC  X      VALUE "N".
           DISPLAY "*** Nightly Batch Stream (EMPNIGHT) ***".
           MOVE  FUNCTION CURRENT-DATE  TO   WS-STREAM-TS.
           PERFORM READ-STREAM-CHECKPOINT.
           IF WS-LAST-DONE >= 7
              MOVE  ZERO       TO   WS-LAST-DONE
           END-IF.
           IF WS-LAST-DONE > ZERO
                      " at step " WS-LAST-DONE " + 1 ***"
           END-IF.
           COMPUTE WS-STEP = WS-LAST-DONE + 1.
           PERFORM UNTIL WS-STEP > 7 OR WS-FAILED = "Y"
              DISPLAY " "
              DISPLAY "--- Step " WS-STEP ": "
                      WS-STEP-NAME(WS-STEP) " ---"
              DISPLAY " "
              DISPLAY "*** STREAM STOPPED at step " WS-STEP ": "
                      WS-STEP-NAME(WS-STEP) " ***"
              IF WS-STEP-NAME(WS-STEP) = "AUDVERIFY"
                 DISPLAY "*** EMPAUDIT seal chain failed verification"
                         " - investigate before any further updates"
                         " ***"
              END-IF
              DISPLAY "*** Correct the problem and rerun EMPNIGHT"
                      " to resume from this step ***"
           ELSE
           MOVE   ZERO            TO   WS-QP-CNT.
           UNSTRING QUE-PARM DELIMITED BY ","
                     INTO WS-QP-FLD(1) WS-QP-FLD(2) WS-QP-FLD(3)
                          WS-QP-FLD(4)
                     TALLYING IN WS-QP-CNT
           END-UNSTRING.
           OPEN  OUTPUT LIST-PARM.
                 MOVE  "00000000"         TO   PARM-REC(1:8)
              END-IF
              WRITE PARM-REC
              MOVE  SPACES           TO   PARM-REC
              MOVE  WS-QP-FLD(4)(1:1)  TO   PARM-REC(1:1)
              WRITE PARM-REC
              CLOSE LIST-PARM
           END-IF.
       ACQUIRE-LOCK.

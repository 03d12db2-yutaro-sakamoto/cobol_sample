           03  WS-TRN-GRADE   PIC X(02).
           03  WS-TRN-SALARY  PIC 9(07)V99.
           03  WS-TRN-BIRTH   PIC 9(08).
           03  WS-TRN-POS     PIC X(06).
       01  WS-POS-FUNC        PIC X(01).
       01  WS-POS-OK          PIC X(01).
       01  WS-POS-REASON      PIC X(40).
       01  WS-FLD-CNT         PIC 9(02)  VALUE ZERO.
       01  WS-FIELDS.
           03  WS-FLD          OCCURS 6 TIMES PIC X(20).
                PERFORM RESUBMIT-CSV
             WHEN "TAH"
                PERFORM RESUBMIT-TAH
             WHEN "XCO"
             WHEN "CCR"
             WHEN "LTA"
                CONTINUE
             WHEN OTHER
                MOVE "N"                       TO   WS-RESUB-OK
                MOVE "Unknown suspense source" TO   WS-FAIL-TEXT
           END-EVALUATE.
       RESUBMIT-TRN.
           MOVE  SUSP-DATA(1:59)   TO   WS-TRN-AREA.
           PERFORM CHECK-TRN-FIELDS.
           IF WS-RESUB-OK = "Y"
              PERFORM ASSIGN-NEXT-CD
                                                TO   WS-FAIL-TEXT
                   NOT INVALID KEY
                      PERFORM WRITE-ADD-AUDIT
                      IF WS-TRN-POS NOT = SPACES
                         MOVE  "A"        TO   WS-POS-FUNC
                         CALL  "POSVAL" USING WS-POS-FUNC, WS-TRN-POS,
                                              EMP-CD, WS-TRN-DPT,
                                              WS-POS-OK, WS-POS-REASON
                      END-IF
                      CALL "TASKSEED" USING EMP-CD, EMP-ENT-DATE
                      DISPLAY "Added employee " EMP-CD
                 END-WRITE
                    END-IF
              END-READ
           END-IF.
           IF WS-RESUB-OK = "Y" AND WS-TRN-POS NOT = SPACES
              MOVE  "C"           TO   WS-POS-FUNC
              MOVE  SPACES        TO   EMP-CD
              CALL  "POSVAL" USING WS-POS-FUNC, WS-TRN-POS, EMP-CD,
                                   WS-TRN-DPT, WS-POS-OK,
                                   WS-POS-REASON
              IF WS-POS-OK NOT = "Y"
                 MOVE "N"                  TO   WS-RESUB-OK
                 MOVE WS-POS-REASON        TO   WS-FAIL-TEXT
              END-IF
           END-IF.
       RESUBMIT-CSV.
           MOVE   SPACES          TO   WS-FIELDS.
           MOVE   ZERO            TO   WS-FLD-CNT.
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       WRITE-CHG-AUDIT.
           MOVE  FUNCTION CURRENT-DATE  TO   AUD-TS.
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       GET-OPERATOR.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,

           03  TR-GRADE       PIC X(02).
           03  TR-SALARY      PIC 9(07)V99.
           03  TR-BIRTH-DATE  PIC 9(08).
           03  TR-POS-NO      PIC X(06).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  DEPT-STS           PIC  9(02).
       01  WS-BIRTH-OK        PIC  X.
       01  WS-BAND-OK         PIC  X.
       01  WS-MGR-OK          PIC  X.
       01  WS-POS-OK          PIC  X.
       01  WS-POS-FUNC        PIC  X(01).
       01  WS-POS-REASON      PIC  X(40).
       01  WS-GRD-KEEP        PIC  X     VALUE "Y".
       01  REJ-STS            PIC  9(02).
       01  WS-REJ-COUNT       PIC  9(06)  VALUE ZERO.
                    END-IF
              END-READ
           END-IF.
       CHECK-POSITION.
           MOVE  "C"           TO   WS-POS-FUNC.
           MOVE  SPACES        TO   EMP-CD.
           CALL  "POSVAL" USING WS-POS-FUNC, TR-POS-NO, EMP-CD,
                                TR-DPT-CD, WS-POS-OK, WS-POS-REASON.
       ASSIGN-POSITION.
           IF TR-POS-NO NOT = SPACES
              MOVE  "A"           TO   WS-POS-FUNC
              CALL  "POSVAL" USING WS-POS-FUNC, TR-POS-NO, EMP-CD,
                                   TR-DPT-CD, WS-POS-OK,
                                   WS-POS-REASON
           END-IF.
       CHECK-SAL-BAND.
           MOVE  "Y"           TO   WS-BAND-OK.
           MOVE  "Y"           TO   WS-GRD-KEEP.
           MOVE  "O"                    TO   SUSP-STATUS.
           MOVE  WS-REJ-REASON          TO   SUSP-REASON.
           MOVE  SPACES                 TO   SUSP-DATA.
           MOVE  TR-REC                 TO   SUSP-DATA(1:59).
           WRITE SUSP-REC
             INVALID KEY
                DISPLAY "EMPSUSP write failed, status " SUSP-STS
           MOVE  EMP-SALARY             TO   AUD-NEW-SALARY.
           PERFORM GET-OPERATOR.
           MOVE  WS-OPR-ID              TO   AUD-OPR.
           MOVE  SPACES                 TO   AUD-APPROVER.
           CALL  "AUDSEAL" USING AUD-REC.
           WRITE AUD-REC.
       GET-OPERATOR.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                         PERFORM CHECK-BIRTH-DATE
                         PERFORM CHECK-SAL-BAND
                         PERFORM CHECK-MGR
                         PERFORM CHECK-POSITION
                         IF WS-DEPT-OK = "Y" AND WS-DATE-OK = "Y"
                            AND WS-BIRTH-OK = "Y"
                            AND WS-BAND-OK = "Y" AND WS-MGR-OK = "Y"
                            AND WS-POS-OK = "Y"
                            PERFORM ASSIGN-NEXT-CD
                            IF WS-CD-EXHAUSTED = "Y"
                               DISPLAY "Rejected hire for " TR-NAME
                                 NOT INVALID KEY
                                    ADD  1  TO  WS-ADD-COUNT
                                    PERFORM WRITE-AUDIT
                                    PERFORM ASSIGN-POSITION
                                    CALL "TASKSEED" USING
                                         EMP-CD, EMP-ENT-DATE
                               END-WRITE
                                      INTO WS-REJ-REASON
                               END-STRING
                               PERFORM WRITE-REJECTION
                              ELSE
                              IF WS-POS-OK NOT = "Y"
                               DISPLAY "Rejected hire for " TR-NAME
                                 ": " WS-POS-REASON
                               MOVE  SPACES     TO  WS-REJ-CD
                               MOVE  WS-POS-REASON
                                    TO  WS-REJ-REASON
                               PERFORM WRITE-REJECTION
                              ELSE
                               DISPLAY "Rejected hire for " TR-NAME
                                 ": unknown or inactive manager "
                               PERFORM WRITE-REJECTION
                              END-IF
                              END-IF
                              END-IF
                             END-IF
                            END-IF
                         END-IF

           03  WS-TS-MI       PIC X(02).
           03  FILLER         PIC X      VALUE ":".
           03  WS-TS-SS       PIC X(02).
       01  WS-SEC-FUNC        PIC  X(01).
       01  WS-SEC-FIELD       PIC  X(03).
       01  WS-SEC-PGM         PIC  X(10)  VALUE "EMPHISTINQ".
       01  WS-SEC-SHOW        PIC  X(01).
       01  WS-SHOW-SAL        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           DISPLAY "*** Employee History Inquiry ***".
           DISPLAY "Employee code: " NO ADVANCING.
           ACCEPT  WK-CD.
           MOVE  "V"           TO   WS-SEC-FUNC.
           MOVE  "SAL"         TO   WS-SEC-FIELD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           MOVE  WS-SEC-SHOW   TO   WS-SHOW-SAL.
           DISPLAY " ".
           DISPLAY "--- Change timeline for employee " WK-CD " ---".
           PERFORM LIST-AUDIT-TRAIL.
           DISPLAY "=== " WS-ENTRY-COUNT " audit entr(y/ies), "
                   WS-HIST-COUNT " history record(s) ===".
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           GOBACK.
       LIST-AUDIT-TRAIL.
           OPEN  INPUT EMP-AUDIT.
                DISPLAY "    Name   : " AUD-NEW-NAME
                DISPLAY "    Dept   : " AUD-NEW-DPT
                        "   Enter date: " AUD-NEW-DATE
                IF WS-SHOW-SAL = "Y"
                   DISPLAY "    Manager: " AUD-NEW-MGR
                           "   Grade: " AUD-NEW-GRADE
                           "   Salary: " AUD-NEW-SALARY
                ELSE
                   DISPLAY "    Manager: " AUD-NEW-MGR
                           "   Grade: " AUD-NEW-GRADE
                           "   Salary: *********"
                END-IF
             WHEN "DEL"
                DISPLAY WS-DSP-TS "  DEACTIVATED"
                DISPLAY "    Status : " AUD-OLD-STATUS " -> "
             WHEN "REH"
                DISPLAY WS-DSP-TS "  REHIRED"
                PERFORM SHOW-CHANGED-FIELDS
             WHEN "CON"
                DISPLAY WS-DSP-TS "  CONTACT DETAILS CHANGED"
                DISPLAY "    Approved by: " AUD-APPROVER
             WHEN OTHER
                DISPLAY WS-DSP-TS "  CHANGED"
                PERFORM SHOW-CHANGED-FIELDS
                      AUD-NEW-GRADE
           END-IF.
           IF AUD-NEW-SALARY NOT = AUD-OLD-SALARY
              IF WS-SHOW-SAL = "Y"
                 DISPLAY "    Salary : " AUD-OLD-SALARY " -> "
                         AUD-NEW-SALARY
              ELSE
                 DISPLAY "    Salary : (changed - restricted)"
              END-IF
           END-IF.
       LIST-HISTORY-RECS.
           MOVE  "N"           TO   WS-EOF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECPOLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01  SEC-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-FIELD           PIC  X(03).
       01  WK-VIEW-AUTH       PIC  X(01).
       01  WK-XTR-AUTH        PIC  X(01).
       01  WS-POL-DEFS.
           03  FILLER         PIC X(25)
                              VALUE "SALSUSalary and pay      ".
           03  FILLER         PIC X(25)
                              VALUE "BIRUUBirth date          ".
           03  FILLER         PIC X(25)
                              VALUE "BNKSSBank account        ".
           03  FILLER         PIC X(25)
                              VALUE "CONUUContact details     ".
       01  WS-POL-TABLE REDEFINES WS-POL-DEFS.
           03  WS-POL-ENTRY   OCCURS 4 TIMES.
               05  WS-POL-FIELD   PIC X(03).
               05  WS-POL-VIEW    PIC X(01).
               05  WS-POL-XTR     PIC X(01).
               05  WS-POL-DESC    PIC X(20).
       01  WS-POL-IDX         PIC  9(01)  VALUE ZERO.
       01  WS-POL-HIT         PIC  9(01)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Sensitive Field Policy ***".
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           IF WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - supervisor only."
           ELSE
              OPEN  I-O SEC-FILE
              IF SEC-STS = 35
                 OPEN  OUTPUT SEC-FILE
                 CLOSE SEC-FILE
                 OPEN  I-O SEC-FILE
              END-IF
              EVALUATE SEC-STS
                WHEN "00"
                   PERFORM UNTIL WK-DONE = "Y"
                      DISPLAY " "
                      DISPLAY "[L]ist  [C]hange  [Q]uit: "
                              NO ADVANCING
                      ACCEPT  WK-CMD
                      MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                      EVALUATE WK-CMD
                        WHEN "L"
                           PERFORM LIST-POLICY
                        WHEN "C"
                           PERFORM CHANGE-POLICY
                        WHEN "Q"
                           MOVE "Y" TO WK-DONE
                        WHEN OTHER
                           DISPLAY "Invalid command - use L, C, or Q."
                      END-EVALUATE
                   END-PERFORM
                   CLOSE SEC-FILE
                WHEN OTHER
                   DISPLAY "SECPOLICY open failed, status " SEC-STS
              END-EVALUATE
           END-IF.
       MAIN-900.
           GOBACK.
       READ-POLICY.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WS-POL-FIELD(WS-POL-IDX) TO SEC-FIELD.
           READ  SEC-FILE KEY IS   SEC-FIELD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
                 MOVE WS-POL-DESC(WS-POL-IDX) TO SEC-DESC
                 MOVE WS-POL-VIEW(WS-POL-IDX) TO SEC-VIEW-AUTH
                 MOVE WS-POL-XTR(WS-POL-IDX)  TO SEC-XTR-AUTH
           END-READ.
       LIST-POLICY.
           DISPLAY "Fld Description          View Extract".
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                     UNTIL WS-POL-IDX > 4
              PERFORM READ-POLICY
              IF WK-FOUND = "Y"
                 DISPLAY SEC-FIELD " " SEC-DESC " " SEC-VIEW-AUTH
                         "    " SEC-XTR-AUTH
              ELSE
                 DISPLAY SEC-FIELD " " SEC-DESC " " SEC-VIEW-AUTH
                         "    " SEC-XTR-AUTH "  (default)"
              END-IF
           END-PERFORM.
           DISPLAY "Minimum authority to see the field unmasked:"
                   " I=inquiry U=update S=supervisor".
       CHANGE-POLICY.
           DISPLAY "Field (SAL/BIR/BNK/CON): " NO ADVANCING.
           ACCEPT  WK-FIELD.
           MOVE FUNCTION UPPER-CASE(WK-FIELD) TO WK-FIELD.
           MOVE  ZERO          TO   WS-POL-HIT.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                     UNTIL WS-POL-IDX > 4
              IF WS-POL-FIELD(WS-POL-IDX) = WK-FIELD
                 MOVE WS-POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM.
           IF WS-POL-HIT = ZERO
              DISPLAY "Unknown field class " WK-FIELD
           ELSE
              MOVE  WS-POL-HIT    TO   WS-POL-IDX
              PERFORM READ-POLICY
              DISPLAY SEC-FIELD " " SEC-DESC " view " SEC-VIEW-AUTH
                      " extract " SEC-XTR-AUTH
              DISPLAY "Screens/reports authority (I/U/S): "
                      NO ADVANCING
              ACCEPT  WK-VIEW-AUTH
              MOVE FUNCTION UPPER-CASE(WK-VIEW-AUTH) TO WK-VIEW-AUTH
              DISPLAY "Extract files authority   (I/U/S): "
                      NO ADVANCING
              ACCEPT  WK-XTR-AUTH
              MOVE FUNCTION UPPER-CASE(WK-XTR-AUTH) TO WK-XTR-AUTH
              IF (WK-VIEW-AUTH NOT = "I" AND WK-VIEW-AUTH NOT = "U"
                  AND WK-VIEW-AUTH NOT = "S")
                 OR (WK-XTR-AUTH NOT = "I" AND WK-XTR-AUTH NOT = "U"
                  AND WK-XTR-AUTH NOT = "S")
                 DISPLAY "Authority must be I, U or S - nothing"
                         " saved."
              ELSE
                 MOVE  WK-VIEW-AUTH  TO   SEC-VIEW-AUTH
                 MOVE  WK-XTR-AUTH   TO   SEC-XTR-AUTH
                 IF WK-FOUND = "Y"
                    REWRITE SEC-REC
                 ELSE
                    WRITE SEC-REC
                      INVALID KEY
                         DISPLAY "Write failed for policy "
                                 SEC-FIELD ", status " SEC-STS
                    END-WRITE
                 END-IF
                 DISPLAY "Policy for " SEC-FIELD " saved - takes"
                         " effect at next program start."
              END-IF
           END-IF.

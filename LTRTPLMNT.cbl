       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRTPLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LTTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LTT-FILE.
           COPY LTTREC.
       WORKING-STORAGE SECTION.
       01  LTT-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-TYPE            PIC  X(03).
       01  WK-LINE            PIC  9(02).
       01  WK-TEXT            PIC  X(70).
       01  WK-TYPE-OK         PIC  X     VALUE "N".
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           IF WS-OPR-AUTH = "I"
              DISPLAY "Not authorized - inquiry-only operator."
           ELSE
              DISPLAY "*** HR Letter Template Maintenance ***"
              OPEN  I-O LTT-FILE
              IF LTT-STS = 35
                 OPEN  OUTPUT LTT-FILE
                 CLOSE LTT-FILE
                 OPEN  I-O LTT-FILE
              END-IF
              EVALUATE LTT-STS
                WHEN "00"
                   PERFORM UNTIL WK-DONE = "Y"
                      DISPLAY " "
                      DISPLAY "[E]dit line  [L]ist template  [F]ields"
                              "  [Q]uit: " NO ADVANCING
                      ACCEPT  WK-CMD
                      MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                      EVALUATE WK-CMD
                        WHEN "E"
                           PERFORM EDIT-TEMPLATE-LINE
                        WHEN "L"
                           PERFORM LIST-TEMPLATE
                        WHEN "F"
                           PERFORM SHOW-MERGE-FIELDS
                        WHEN "Q"
                           MOVE "Y" TO WK-DONE
                        WHEN OTHER
                           DISPLAY "Invalid command - use E, L, F,"
                                   " or Q."
                      END-EVALUATE
                   END-PERFORM
                   CLOSE LTT-FILE
                WHEN OTHER
                   DISPLAY "LETTERTPL open failed, status " LTT-STS
              END-EVALUATE
           END-IF.
       MAIN-900.
           GOBACK.
       ACCEPT-LETTER-TYPE.
           DISPLAY "Letter type SAL=salary change TRF=transfer"
                   " PRB=probation".
           DISPLAY "            ANV=anniversary   REH=rehire   : "
                   NO ADVANCING.
           ACCEPT  WK-TYPE.
           MOVE FUNCTION UPPER-CASE(WK-TYPE) TO WK-TYPE.
           MOVE  "Y"           TO   WK-TYPE-OK.
           IF WK-TYPE NOT = "SAL" AND WK-TYPE NOT = "TRF"
              AND WK-TYPE NOT = "PRB" AND WK-TYPE NOT = "ANV"
              AND WK-TYPE NOT = "REH"
              DISPLAY "Letter type must be SAL, TRF, PRB, ANV,"
                      " or REH."
              MOVE "N" TO WK-TYPE-OK
           END-IF.
       EDIT-TEMPLATE-LINE.
           PERFORM ACCEPT-LETTER-TYPE.
           IF WK-TYPE-OK = "Y"
              DISPLAY "Line number 01-99: " NO ADVANCING
              ACCEPT  WK-LINE
              IF WK-LINE = ZERO
                 DISPLAY "Line number must be 01 to 99."
              ELSE
                 MOVE  "Y"          TO   WK-FOUND
                 MOVE  WK-TYPE      TO   LTT-TYPE
                 MOVE  WK-LINE      TO   LTT-LINE
                 READ  LTT-FILE KEY IS   LTT-KEY
                   INVALID KEY
                       MOVE "N"     TO   WK-FOUND
                 END-READ
                 IF WK-FOUND = "Y"
                    DISPLAY "Current: " LTT-TEXT
                 END-IF
                 DISPLAY "Text (blank = delete line, . = blank line):"
                 ACCEPT  WK-TEXT
                 PERFORM SAVE-TEMPLATE-LINE
              END-IF
           END-IF.
       SAVE-TEMPLATE-LINE.
           IF WK-TEXT = SPACES
              IF WK-FOUND = "Y"
                 DELETE LTT-FILE
                   INVALID KEY
                      DISPLAY "Delete failed, status " LTT-STS
                   NOT INVALID KEY
                      DISPLAY "Line " WK-LINE " of " WK-TYPE
                              " deleted."
                 END-DELETE
              ELSE
                 DISPLAY "Nothing to delete."
              END-IF
           ELSE
              IF WK-TEXT = "."
                 MOVE  SPACES       TO   WK-TEXT
              END-IF
              MOVE  WK-TYPE      TO   LTT-TYPE
              MOVE  WK-LINE      TO   LTT-LINE
              MOVE  WK-TEXT      TO   LTT-TEXT
              IF WK-FOUND = "Y"
                 REWRITE LTT-REC
                 DISPLAY "Line " WK-LINE " of " WK-TYPE " updated."
              ELSE
                 WRITE LTT-REC
                   INVALID KEY
                      DISPLAY "Write failed, status " LTT-STS
                   NOT INVALID KEY
                      DISPLAY "Line " WK-LINE " of " WK-TYPE
                              " added."
                 END-WRITE
              END-IF
           END-IF.
       LIST-TEMPLATE.
           PERFORM ACCEPT-LETTER-TYPE.
           IF WK-TYPE-OK = "Y"
              MOVE  "N"          TO   WS-LIST-EOF
              MOVE  ZERO         TO   WS-LIST-COUNT
              MOVE  WK-TYPE      TO   LTT-TYPE
              MOVE  ZERO         TO   LTT-LINE
              START LTT-FILE KEY IS >= LTT-KEY
                INVALID KEY
                    MOVE "Y"     TO   WS-LIST-EOF
              END-START
              DISPLAY " "
              PERFORM UNTIL WS-LIST-EOF = "Y"
                READ LTT-FILE NEXT
                EVALUATE LTT-STS
                  WHEN "00"
                     IF LTT-TYPE NOT = WK-TYPE
                        MOVE "Y" TO WS-LIST-EOF
                     ELSE
                        DISPLAY LTT-LINE " " LTT-TEXT
                        ADD  1 TO WS-LIST-COUNT
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-LIST-EOF
                END-EVALUATE
              END-PERFORM
              IF WS-LIST-COUNT = ZERO
                 DISPLAY "No template lines for " WK-TYPE
                         " - letters of this type are not produced."
              ELSE
                 DISPLAY "(" WS-LIST-COUNT " line(s))"
              END-IF
           END-IF.
       SHOW-MERGE-FIELDS.
           DISPLAY " ".
           DISPLAY "Merge fields (enclose in &, e.g. &NAME&):".
           DISPLAY "  TODAY    letter date        "
                   "CD       employee code".
           DISPLAY "  NAME     employee name      "
                   "ADDR1    address line 1".
           DISPLAY "  ADDR2    address line 2     "
                   "EFFDATE  event date".
           DISPLAY "  DEPT     department code    "
                   "DEPTNAME department name".
           DISPLAY "  OLDDEPT  previous dept code "
                   "OLDDNAME previous dept name".
           DISPLAY "  GRADE    grade              "
                   "OLDGRADE previous grade".
           DISPLAY "  SALARY   salary             "
                   "OLDSAL   previous salary".
           DISPLAY "  GRDMIN   grade band minimum "
                   "GRDMAX   grade band maximum".
           DISPLAY "  YEARS    years of service".

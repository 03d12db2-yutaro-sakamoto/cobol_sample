       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRSSEL.
           COPY SKLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CRS-FILE.
           COPY CRSREC.
       FD  SKL-FILE.
           COPY SKLREC.
       WORKING-STORAGE SECTION.
       01  CRS-STS            PIC  9(02).
       01  SKL-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-CRS-CD          PIC  X(06).
       01  WK-NAME            PIC  X(20).
       01  WK-SKL-CD          PIC  X(04).
       01  WK-LEVEL           PIC  9(01).
       01  WK-MONTHS          PIC  9(03).
       01  WK-STATUS          PIC  X(01).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Training Course Catalogue ***".
           OPEN  INPUT SKL-FILE.
           IF SKL-STS NOT = ZERO
              DISPLAY "SKILLMAST open failed, status " SKL-STS
                      " - run SKLMAINT first"
              MOVE "Y" TO WK-DONE
           END-IF.
           IF WK-DONE NOT = "Y"
              OPEN  I-O CRS-FILE
              IF CRS-STS = 35
                 OPEN  OUTPUT CRS-FILE
                 CLOSE CRS-FILE
                 OPEN  I-O CRS-FILE
              END-IF
              EVALUATE CRS-STS
                WHEN "00"
                   PERFORM UNTIL WK-DONE = "Y"
                      DISPLAY " "
                      DISPLAY "[A]dd  [C]hange  [L]ist  [Q]uit: "
                              NO ADVANCING
                      ACCEPT  WK-CMD
                      MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                      EVALUATE WK-CMD
                        WHEN "A"
                           PERFORM ADD-COURSE
                        WHEN "C"
                           PERFORM CHANGE-COURSE
                        WHEN "L"
                           PERFORM LIST-COURSES
                        WHEN "Q"
                           MOVE "Y" TO WK-DONE
                        WHEN OTHER
                           DISPLAY "Invalid command - use A, C, L,"
                                   " or Q."
                      END-EVALUATE
                   END-PERFORM
                   CLOSE CRS-FILE
                WHEN OTHER
                   DISPLAY "COURSEMAST open failed, status " CRS-STS
              END-EVALUATE
              CLOSE SKL-FILE
           END-IF.
       MAIN-900.
           GOBACK.
       ADD-COURSE.
           DISPLAY "New course code: " NO ADVANCING.
           ACCEPT  WK-CRS-CD.
           MOVE FUNCTION UPPER-CASE(WK-CRS-CD) TO WK-CRS-CD.
           IF WK-CRS-CD = SPACES
              DISPLAY "Course code may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-CRS-CD    TO   CRS-CD
              READ  CRS-FILE KEY IS   CRS-CD
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Course " WK-CRS-CD " already exists."
              ELSE
                 DISPLAY "Course name           : " NO ADVANCING
                 ACCEPT  WK-NAME
                 PERFORM ACCEPT-COURSE-TERMS
                 MOVE  "A"          TO   WK-STATUS
                 IF WK-NAME = SPACES
                    DISPLAY "Course name is required - nothing saved."
                 ELSE
                    PERFORM CHECK-COURSE-TERMS
                    IF WK-OK = "Y"
                       PERFORM MOVE-COURSE-FIELDS
                       WRITE CRS-REC
                         INVALID KEY
                            DISPLAY "Write failed for course "
                                    WK-CRS-CD ", status " CRS-STS
                         NOT INVALID KEY
                            DISPLAY "Course " WK-CRS-CD " added."
                       END-WRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHANGE-COURSE.
           DISPLAY "Course code to change: " NO ADVANCING.
           ACCEPT  WK-CRS-CD.
           MOVE FUNCTION UPPER-CASE(WK-CRS-CD) TO WK-CRS-CD.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-CRS-CD    TO   CRS-CD.
           READ  CRS-FILE KEY IS   CRS-CD
             INVALID KEY
                 MOVE "N"     TO   WK-FOUND
           END-READ.
           IF WK-FOUND = "N"
              DISPLAY "Course not found!"
           ELSE
              PERFORM SHOW-ONE-COURSE
              DISPLAY "Blank or zero keeps the current value."
              DISPLAY "Course name           : " NO ADVANCING
              ACCEPT  WK-NAME
              PERFORM ACCEPT-COURSE-TERMS
              DISPLAY "Status A=active I=inactive: " NO ADVANCING
              ACCEPT  WK-STATUS
              MOVE FUNCTION UPPER-CASE(WK-STATUS) TO WK-STATUS
              IF WK-NAME = SPACES
                 MOVE  CRS-NAME         TO   WK-NAME
              END-IF
              IF WK-SKL-CD = SPACES
                 MOVE  CRS-SKL-CD       TO   WK-SKL-CD
              END-IF
              IF WK-LEVEL = ZERO
                 MOVE  CRS-LEVEL        TO   WK-LEVEL
              END-IF
              IF WK-MONTHS = ZERO
                 MOVE  CRS-VALID-MONTHS TO   WK-MONTHS
              END-IF
              IF WK-STATUS NOT = "A" AND WK-STATUS NOT = "I"
                 MOVE  CRS-STATUS       TO   WK-STATUS
              END-IF
              PERFORM CHECK-COURSE-TERMS
              IF WK-OK = "Y"
                 PERFORM MOVE-COURSE-FIELDS
                 REWRITE CRS-REC
                 DISPLAY "Course " WK-CRS-CD " updated."
              ELSE
                 DISPLAY "Nothing saved."
              END-IF
           END-IF.
       ACCEPT-COURSE-TERMS.
           DISPLAY "Skill granted         : " NO ADVANCING.
           ACCEPT  WK-SKL-CD.
           MOVE FUNCTION UPPER-CASE(WK-SKL-CD) TO WK-SKL-CD.
           DISPLAY "Level granted (1-5)   : " NO ADVANCING.
           ACCEPT  WK-LEVEL.
           DISPLAY "Validity months (0=no expiry): " NO ADVANCING.
           ACCEPT  WK-MONTHS.
       CHECK-COURSE-TERMS.
           MOVE  "Y"          TO   WK-OK.
           MOVE  WK-SKL-CD    TO   SKL-CD.
           READ  SKL-FILE KEY IS   SKL-CD
             INVALID KEY
                 DISPLAY "Skill " WK-SKL-CD " is not on SKILLMAST"
                 MOVE "N"     TO   WK-OK
           END-READ.
           IF WK-OK = "Y"
              IF WK-LEVEL < 1 OR WK-LEVEL > 5
                 DISPLAY "Level must be 1 to 5"
                 MOVE "N"     TO   WK-OK
              END-IF
           END-IF.
       MOVE-COURSE-FIELDS.
           MOVE  WK-CRS-CD       TO   CRS-CD.
           MOVE  WK-NAME         TO   CRS-NAME.
           MOVE  WK-SKL-CD       TO   CRS-SKL-CD.
           MOVE  WK-LEVEL        TO   CRS-LEVEL.
           MOVE  WK-MONTHS       TO   CRS-VALID-MONTHS.
           MOVE  WK-STATUS       TO   CRS-STATUS.
       SHOW-ONE-COURSE.
           DISPLAY CRS-CD " " CRS-NAME " grants " CRS-SKL-CD
                   " level " CRS-LEVEL " valid " CRS-VALID-MONTHS
                   " month(s) " CRS-STATUS.
       LIST-COURSES.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           MOVE  LOW-VALUES    TO   CRS-CD.
           START CRS-FILE KEY IS >= CRS-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ CRS-FILE NEXT
             EVALUATE CRS-STS
               WHEN "00"
                  PERFORM SHOW-ONE-COURSE
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " course(s) listed.".

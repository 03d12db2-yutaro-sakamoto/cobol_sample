       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REQSEL.
           COPY APLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
           COPY REQREC.
       FD  APL-FILE.
           COPY APLREC.
       WORKING-STORAGE SECTION.
       01  REQ-STS            PIC  9(02).
       01  APL-STS            PIC  9(02).
       01  WS-APL-OPEN        PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-APL-EOF         PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-DAYS            PIC  9(05)  VALUE ZERO.
       01  WS-ACTIVE-APL      PIC  9(04)  VALUE ZERO.
       01  WS-OFFER-APL       PIC  9(04)  VALUE ZERO.
       01  WS-OPEN-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-LATE-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-AGE-0-30        PIC  9(05)  VALUE ZERO.
       01  WS-AGE-31-60       PIC  9(05)  VALUE ZERO.
       01  WS-AGE-61-90       PIC  9(05)  VALUE ZERO.
       01  WS-AGE-OVER-90     PIC  9(05)  VALUE ZERO.
       01  WS-FILL-COUNT      PIC  9(05)  VALUE ZERO.
       01  WS-FILL-DAYS       PIC  9(09)  VALUE ZERO.
       01  WS-FILL-AVG        PIC  9(05)V9 VALUE ZERO.
       01  WS-CANCEL-COUNT    PIC  9(05)  VALUE ZERO.
       01  DSP-REC.
           03  DSP-REQ        PIC 9(06).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-STATUS     PIC X(01).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-DPT        PIC X(02).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-TITLE      PIC X(20).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-FROM       PIC 9(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-TO         PIC 9(08).
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-DAYS       PIC ZZZZ9.
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-APL        PIC ZZZ9.
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-OFFER      PIC ZZZ9.
           03  FILLER         PIC X(01)  VALUE SPACE.
           03  DSP-FLAG       PIC X(04).
       01  DSP-AVG            PIC ZZZZ9.9.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "REQRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Requisition Ageing and Time-to-Fill ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           STRING  "Run date: " WS-TODAY
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           OPEN  INPUT REQ-FILE.
           EVALUATE REQ-STS
             WHEN "00"
                MOVE  "N"           TO   WS-APL-OPEN
                OPEN  INPUT APL-FILE
                IF APL-STS = ZERO
                   MOVE "Y"         TO   WS-APL-OPEN
                END-IF
                PERFORM REPORT-OPEN-REQUISITIONS
                PERFORM REPORT-FILLED-REQUISITIONS
                PERFORM REPORT-TOTALS
                IF WS-APL-OPEN = "Y"
                   CLOSE APL-FILE
                END-IF
                CLOSE REQ-FILE
             WHEN "35"
                MOVE    "REQFILE not found - no requisitions raised"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "REQFILE open failed, status " REQ-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       REPORT-OPEN-REQUISITIONS.
           PERFORM SPOOL-LINE.
           MOVE    "Open requisitions (P=awaiting approval O=open)"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "REQ    S DP TITLE                RAISED   "
                   "TARGET    AGE APPL OFFR"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   REQ-NO.
           START REQ-FILE KEY IS >= REQ-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ REQ-FILE NEXT
             EVALUATE REQ-STS
               WHEN "00"
                  IF REQ-STATUS = "P" OR REQ-STATUS = "O"
                     PERFORM AGE-ONE-REQUISITION
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       AGE-ONE-REQUISITION.
           ADD   1             TO   WS-OPEN-COUNT.
           COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(REQ-OPEN-DATE).
           EVALUATE TRUE
             WHEN WS-DAYS <= 30
                ADD  1 TO WS-AGE-0-30
             WHEN WS-DAYS <= 60
                ADD  1 TO WS-AGE-31-60
             WHEN WS-DAYS <= 90
                ADD  1 TO WS-AGE-61-90
             WHEN OTHER
                ADD  1 TO WS-AGE-OVER-90
           END-EVALUATE.
           PERFORM COUNT-APPLICANTS.
           MOVE  REQ-NO          TO   DSP-REQ.
           MOVE  REQ-STATUS      TO   DSP-STATUS.
           MOVE  REQ-DPT-CD      TO   DSP-DPT.
           MOVE  REQ-TITLE       TO   DSP-TITLE.
           MOVE  REQ-OPEN-DATE   TO   DSP-FROM.
           MOVE  REQ-TARGET-DATE TO   DSP-TO.
           MOVE  WS-DAYS         TO   DSP-DAYS.
           MOVE  WS-ACTIVE-APL   TO   DSP-APL.
           MOVE  WS-OFFER-APL    TO   DSP-OFFER.
           IF REQ-TARGET-DATE < WS-TODAY
              MOVE  "LATE"       TO   DSP-FLAG
              ADD   1            TO   WS-LATE-COUNT
           ELSE
              MOVE  SPACES       TO   DSP-FLAG
           END-IF.
           MOVE  DSP-REC       TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
       COUNT-APPLICANTS.
           MOVE  ZERO          TO   WS-ACTIVE-APL.
           MOVE  ZERO          TO   WS-OFFER-APL.
           IF WS-APL-OPEN = "Y"
              MOVE  "N"           TO   WS-APL-EOF
              MOVE  REQ-NO        TO   APL-REQ-NO
              START APL-FILE KEY IS = APL-REQ-NO
                INVALID KEY
                    MOVE "Y"      TO   WS-APL-EOF
              END-START
              PERFORM UNTIL WS-APL-EOF = "Y"
                READ APL-FILE NEXT
                EVALUATE APL-STS
                  WHEN "00"
                  WHEN "02"
                     IF APL-REQ-NO NOT = REQ-NO
                        MOVE "Y" TO WS-APL-EOF
                     ELSE
                        IF APL-STAGE = "A" OR APL-STAGE = "S"
                           OR APL-STAGE = "I" OR APL-STAGE = "O"
                           ADD  1 TO WS-ACTIVE-APL
                        END-IF
                        IF APL-STAGE = "O"
                           ADD  1 TO WS-OFFER-APL
                        END-IF
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-APL-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       REPORT-FILLED-REQUISITIONS.
           PERFORM SPOOL-LINE.
           MOVE  "Filled requisitions - time to fill" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "REQ    S DP TITLE                RAISED   "
                   "FILLED   DAYS"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   REQ-NO.
           START REQ-FILE KEY IS >= REQ-NO
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ REQ-FILE NEXT
             EVALUATE REQ-STS
               WHEN "00"
                  IF REQ-STATUS = "F"
                     COMPUTE WS-DAYS =
                             FUNCTION INTEGER-OF-DATE(REQ-CLOSED-DATE)
                           - FUNCTION INTEGER-OF-DATE(REQ-OPEN-DATE)
                     ADD   1             TO   WS-FILL-COUNT
                     ADD   WS-DAYS       TO   WS-FILL-DAYS
                     MOVE  SPACES        TO   DSP-REC
                     MOVE  REQ-NO        TO   DSP-REQ
                     MOVE  REQ-STATUS    TO   DSP-STATUS
                     MOVE  REQ-DPT-CD    TO   DSP-DPT
                     MOVE  REQ-TITLE     TO   DSP-TITLE
                     MOVE  REQ-OPEN-DATE TO   DSP-FROM
                     MOVE  REQ-CLOSED-DATE TO DSP-TO
                     MOVE  WS-DAYS       TO   DSP-DAYS
                     MOVE  DSP-REC(1:56) TO   WS-SPL-LINE
                     PERFORM SPOOL-LINE
                  END-IF
                  IF REQ-STATUS = "C"
                     ADD   1             TO   WS-CANCEL-COUNT
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       REPORT-TOTALS.
           PERFORM SPOOL-LINE.
           STRING  "=== Open requisitions      : " WS-OPEN-COUNT
                   "  (past target " WS-LATE-COUNT ") ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Age 0-30 days          : " WS-AGE-0-30
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Age 31-60 days         : " WS-AGE-31-60
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Age 61-90 days         : " WS-AGE-61-90
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Age over 90 days       : " WS-AGE-OVER-90
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Filled requisitions    : " WS-FILL-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-FILL-COUNT > ZERO
              COMPUTE WS-FILL-AVG ROUNDED =
                      WS-FILL-DAYS / WS-FILL-COUNT
              MOVE  WS-FILL-AVG   TO   DSP-AVG
              STRING  "=== Average days to fill   : " DSP-AVG
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           STRING  "=== Cancelled requisitions : " WS-CANCEL-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
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

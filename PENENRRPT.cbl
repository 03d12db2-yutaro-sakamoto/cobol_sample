       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENENRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY PSCSEL.
           COPY PENSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  PSC-FILE.
           COPY PSCREC.
       FD  PEN-FILE.
           COPY PENREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  PSC-STS            PIC  9(02).
       01  PEN-STS            PIC  9(02).
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-SCAN-EOF        PIC  X      VALUE "N".
       01  WS-PEN-OPEN        PIC  X      VALUE "N".
       01  WS-ENROLLED        PIC  X      VALUE "N".
       01  WS-OPTED-OUT       PIC  X      VALUE "N".
       01  WS-OPTOUT-DATE     PIC  9(08)  VALUE ZERO.
       01  WS-TODAY           PIC  9(08).
       01  WS-ELIG-MONTHS     PIC  9(02)  VALUE 99.
       01  WS-OPEN-SCHEMES    PIC  9(02)  VALUE ZERO.
       01  WS-SERVICE-MONTHS  PIC S9(04)  VALUE ZERO.
       01  WS-SERVICE-DSP     PIC  Z(04)9.
       01  WS-YYYY            PIC  9(04).
       01  WS-MM              PIC  9(02).
       01  WS-ENT-YYYY        PIC  9(04).
       01  WS-ENT-MM          PIC  9(02).
       01  WS-ACTIVE-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-ENROL-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-OPTOUT-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-NOTYET-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-GAP-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-REASON          PIC  X(24).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "PENENRRPT".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-EOF.
           PERFORM SPOOL-OPEN.
           MOVE  "*** Pension Enrolment Report ***" TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-ELIGIBILITY.
           IF WS-OPEN-SCHEMES = ZERO
              STRING  "No open pension schemes on PENSCHEME - set up"
                      " schemes with PENSCHMNT first"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "Eligible after " WS-ELIG-MONTHS
                      " month(s) of service"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              OPEN  INPUT EMP-FILE
              EVALUATE EMP-STS
                WHEN "00"
                   PERFORM OPEN-ENROLMENTS
                   PERFORM SCAN-EMPLOYEES
                   IF WS-PEN-OPEN = "Y"
                      CLOSE PEN-FILE
                   END-IF
                   CLOSE EMP-FILE
                   PERFORM PRINT-SUMMARY
                WHEN "35"
                   MOVE    "EMP-FILE not found - run EMPWRITE first"
                           TO   WS-SPL-LINE
                   PERFORM SPOOL-LINE
                WHEN OTHER
                   STRING  "EMP-FILE open failed, status " EMP-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
              END-EVALUATE
           END-IF.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       LOAD-ELIGIBILITY.
           MOVE  99            TO   WS-ELIG-MONTHS.
           MOVE  ZERO          TO   WS-OPEN-SCHEMES.
           MOVE  "N"           TO   WS-SCAN-EOF.
           OPEN  INPUT PSC-FILE.
           IF PSC-STS NOT = ZERO
              MOVE "Y" TO WS-SCAN-EOF
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
             READ PSC-FILE NEXT
             EVALUATE PSC-STS
               WHEN "00"
                  IF PSC-STATUS = "A"
                     ADD  1 TO WS-OPEN-SCHEMES
                     IF PSC-ELIG-MONTHS < WS-ELIG-MONTHS
                        MOVE PSC-ELIG-MONTHS TO WS-ELIG-MONTHS
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-SCAN-EOF
             END-EVALUATE
           END-PERFORM.
           IF PSC-STS NOT = 35
              CLOSE PSC-FILE
           END-IF.
       OPEN-ENROLMENTS.
           MOVE  "N"           TO   WS-PEN-OPEN.
           OPEN  INPUT PEN-FILE.
           EVALUATE PEN-STS
             WHEN "00"
                MOVE "Y" TO WS-PEN-OPEN
             WHEN "35"
                MOVE    "PENENROL not found - nobody is enrolled yet"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "PENENROL open failed, status " PEN-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       SCAN-EMPLOYEES.
           PERFORM SPOOL-LINE.
           STRING  "Emp  Name                 Dept Joined   Months"
                   " Reason"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  IF EMP-STATUS NOT = "T"
                     ADD  1 TO WS-ACTIVE-COUNT
                     PERFORM CHECK-ONE-EMP
                  END-IF
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status "
                          EMP-STS " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       CHECK-ONE-EMP.
           PERFORM FIND-ENROLMENT.
           MOVE  WS-TODAY(1:4)      TO   WS-YYYY.
           MOVE  WS-TODAY(5:2)      TO   WS-MM.
           MOVE  EMP-ENT-DATE(1:4)  TO   WS-ENT-YYYY.
           MOVE  EMP-ENT-DATE(5:2)  TO   WS-ENT-MM.
           COMPUTE WS-SERVICE-MONTHS =
                   (WS-YYYY * 12 + WS-MM)
                 - (WS-ENT-YYYY * 12 + WS-ENT-MM).
           IF WS-SERVICE-MONTHS < ZERO
              MOVE  ZERO       TO   WS-SERVICE-MONTHS
           END-IF.
           EVALUATE TRUE
             WHEN WS-ENROLLED = "Y"
                ADD  1 TO WS-ENROL-COUNT
             WHEN WS-SERVICE-MONTHS < WS-ELIG-MONTHS
                ADD  1 TO WS-NOTYET-COUNT
             WHEN OTHER
                IF WS-OPTED-OUT = "Y"
                   ADD  1 TO WS-OPTOUT-COUNT
                   MOVE SPACES TO WS-REASON
                   STRING "Opted out " WS-OPTOUT-DATE
                          DELIMITED BY SIZE INTO WS-REASON
                ELSE
                   ADD  1 TO WS-GAP-COUNT
                   MOVE "NOT ENROLLED"  TO   WS-REASON
                END-IF
                MOVE  WS-SERVICE-MONTHS  TO   WS-SERVICE-DSP
                STRING  EMP-CD " " EMP-NAME " " EMP-DPT-CD "   "
                        EMP-ENT-DATE " " WS-SERVICE-DSP "  "
                        WS-REASON
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       FIND-ENROLMENT.
           MOVE  "N"           TO   WS-ENROLLED.
           MOVE  "N"           TO   WS-OPTED-OUT.
           MOVE  ZERO          TO   WS-OPTOUT-DATE.
           IF WS-PEN-OPEN = "Y"
              MOVE  "N"        TO   WS-SCAN-EOF
              MOVE  EMP-CD     TO   PEN-CD
              MOVE  LOW-VALUES TO   PEN-SCHEME
              START PEN-FILE KEY IS >= PEN-KEY
                INVALID KEY
                    MOVE "Y"   TO   WS-SCAN-EOF
              END-START
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                READ PEN-FILE NEXT
                EVALUATE PEN-STS
                  WHEN "00"
                     IF PEN-CD NOT = EMP-CD
                        MOVE "Y" TO WS-SCAN-EOF
                     ELSE
                        IF PEN-OPTOUT-DATE = ZERO
                           MOVE "Y" TO WS-ENROLLED
                        ELSE
                           MOVE "Y" TO WS-OPTED-OUT
                           IF PEN-OPTOUT-DATE > WS-OPTOUT-DATE
                              MOVE PEN-OPTOUT-DATE TO WS-OPTOUT-DATE
                           END-IF
                        END-IF
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO WS-SCAN-EOF
                END-EVALUATE
              END-PERFORM
           END-IF.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "=== Active employees          : " WS-ACTIVE-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Enrolled                  : " WS-ENROL-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Not yet eligible          : " WS-NOTYET-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Eligible, opted out       : " WS-OPTOUT-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== Eligible, NOT enrolled    : " WS-GAP-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-GAP-COUNT > ZERO
              STRING  "=== Enrol with PENENRMNT before the next"
                      " PAYCALC run ==="
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
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

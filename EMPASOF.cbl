       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EMPSEL.
           COPY ARCSEL.
           COPY AUDITSEL.
           COPY ASFSEL.
           COPY ASHSEL.
           SELECT AUD-ARCH ASSIGN TO WS-ARCH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  AUA-STS.
           SELECT SORT-WORK ASSIGN TO "EMPASOFSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  ARC-FILE.
           COPY ARCREC.
       FD  EMP-AUDIT.
           COPY AUDITREC.
       FD  ASF-FILE.
           COPY ASFREC.
       FD  ASH-FILE.
           COPY ASHREC.
       FD  AUD-ARCH.
       01  AUA-REC            PIC X(181).
       SD  SORT-WORK.
       01  SORT-REC.
           03  SRT-SEQ        PIC 9(08).
           03  SRT-AUD.
               05  SRT-TS         PIC X(21).
               05  SRT-CD         PIC X(04).
               05  SRT-ACTION     PIC X(03).
               05  SRT-OLD-NAME   PIC X(20).
               05  FILLER         PIC X(20).
               05  SRT-OLD-DPT    PIC X(02).
               05  FILLER         PIC X(02).
               05  SRT-OLD-DATE   PIC 9(08).
               05  FILLER         PIC X(08).
               05  SRT-OLD-STATUS PIC X(01).
               05  FILLER         PIC X(01).
               05  SRT-OLD-MGR    PIC X(04).
               05  FILLER         PIC X(04).
               05  SRT-OLD-GRADE  PIC X(02).
               05  FILLER         PIC X(02).
               05  SRT-OLD-SALARY PIC 9(07)V99.
               05  FILLER         PIC X(09).
               05  FILLER         PIC X(16).
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  ARC-STS            PIC  9(02).
       01  AUD-STS            PIC  9(02).
       01  ASF-STS            PIC  9(02).
       01  ASH-STS            PIC  9(02).
       01  AUA-STS            PIC  9(02).
       01  WS-ARCH-NAME       PIC  X(15).
       01  WK-ASOF-DATE       PIC  9(08)  VALUE ZERO.
       01  WS-TODAY           PIC  9(08).
       01  WS-TODAY-PERIOD    PIC  9(06).
       01  WS-GEN-PERIOD      PIC  9(06).
       01  WS-BUILD-OK        PIC  X      VALUE "N".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-ASF-FOUND       PIC  X      VALUE "N".
       01  WS-SEQ             PIC  9(08)  VALUE ZERO.
       01  WS-SEED-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-ARC-SEED-COUNT  PIC  9(06)  VALUE ZERO.
       01  WS-GEN-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-GEN-REL-COUNT   PIC  9(06)  VALUE ZERO.
       01  WS-REL-COUNT       PIC  9(06)  VALUE ZERO.
       01  WS-UNDO-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-SKIP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-DROP-COUNT      PIC  9(06)  VALUE ZERO.
       01  WS-FINAL-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-ACTIVE-COUNT    PIC  9(06)  VALUE ZERO.
       01  WS-OPR-FUNC        PIC  X(01) VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "EMPASOF".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WS-BUILD-OK.
           MOVE  ZERO          TO   WS-SEQ.
           MOVE  ZERO          TO   WS-SEED-COUNT.
           MOVE  ZERO          TO   WS-ARC-SEED-COUNT.
           MOVE  ZERO          TO   WS-GEN-COUNT.
           MOVE  ZERO          TO   WS-REL-COUNT.
           MOVE  ZERO          TO   WS-UNDO-COUNT.
           MOVE  ZERO          TO   WS-SKIP-COUNT.
           MOVE  ZERO          TO   WS-DROP-COUNT.
           MOVE  ZERO          TO   WS-FINAL-COUNT.
           MOVE  ZERO          TO   WS-ACTIVE-COUNT.
           PERFORM SPOOL-OPEN.
           MOVE    "*** Employee Master As-of Rebuild ***"
                   TO   WS-SPL-LINE
           PERFORM SPOOL-LINE.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE    WS-TODAY(1:6)     TO   WS-TODAY-PERIOD.
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID, WS-OPR-AUTH.
           DISPLAY "Rebuild employees as at date (YYYYMMDD): "
                   NO ADVANCING.
           ACCEPT  WK-ASOF-DATE.
           EVALUATE TRUE
             WHEN WK-ASOF-DATE = ZERO
                MOVE    "No date entered - nothing built."
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN WK-ASOF-DATE >= WS-TODAY
                STRING  "As-of date " WK-ASOF-DATE
                        " is not in the past - use the live EMP-FILE"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "As at " WK-ASOF-DATE " by " WS-OPR-ID
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-PARM
                PERFORM SEED-ASOF-MASTER
                IF WS-BUILD-OK = "Y"
                   SORT    SORT-WORK
                           ON DESCENDING KEY SRT-TS SRT-SEQ
                           INPUT PROCEDURE  IS LOAD-AUDIT
                           OUTPUT PROCEDURE IS UNDO-AUDIT
                   PERFORM DROP-LATER-HIRES
                   CLOSE ASF-FILE
                   PERFORM PRINT-SUMMARY
                   IF WS-BUILD-OK = "Y"
                      PERFORM WRITE-ASOF-HEADER
                   ELSE
                      STRING  "*** As-of master incomplete - reports"
                              " will not use it ***"
                              DELIMITED BY SIZE INTO WS-SPL-LINE
                      PERFORM SPOOL-LINE
                   END-IF
                END-IF
           END-EVALUATE.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       SEED-ASOF-MASTER.
           OPEN  OUTPUT ASH-FILE.
           CLOSE ASH-FILE.
           OPEN  INPUT EMP-FILE.
           EVALUATE EMP-STS
             WHEN "00"
                OPEN  OUTPUT ASF-FILE
                CLOSE ASF-FILE
                OPEN  I-O ASF-FILE
                IF ASF-STS NOT = ZERO
                   STRING  "EMPASOF open failed, status " ASF-STS
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-LINE
                ELSE
                   MOVE "Y" TO WS-BUILD-OK
                   PERFORM COPY-LIVE-EMPLOYEES
                   PERFORM COPY-ARCHIVED-EMPLOYEES
                   IF WS-BUILD-OK NOT = "Y"
                      CLOSE ASF-FILE
                   END-IF
                END-IF
                CLOSE EMP-FILE
             WHEN "35"
                MOVE    "EMP-FILE not found - run EMPWRITE first"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMP-FILE open failed, status " EMP-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       COPY-LIVE-EMPLOYEES.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             READ EMP-FILE NEXT
             EVALUATE EMP-STS
               WHEN "00"
                  MOVE  EMP-REC       TO   ASF-REC
                  WRITE ASF-REC
                    INVALID KEY
                       STRING  "EMPASOF write failed for " EMP-CD
                               ", status " ASF-STS
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "N" TO WS-BUILD-OK
                       MOVE "Y" TO WS-EOF
                    NOT INVALID KEY
                       ADD  1 TO WS-SEED-COUNT
                  END-WRITE
               WHEN "10"
                  MOVE "Y" TO WS-EOF
               WHEN OTHER
                  STRING  "I-O error reading EMP-FILE, status " EMP-STS
                          " - contact support"
                          DELIMITED BY SIZE INTO WS-SPL-LINE
                  PERFORM SPOOL-LINE
                  MOVE "N" TO WS-BUILD-OK
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       COPY-ARCHIVED-EMPLOYEES.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT ARC-FILE.
           EVALUATE ARC-STS
             WHEN "00"
                PERFORM UNTIL WS-EOF = "Y"
                  READ ARC-FILE NEXT
                  EVALUATE ARC-STS
                    WHEN "00"
                       PERFORM SEED-ONE-ARCHIVED
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE ARC-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPARCH open failed, status " ARC-STS
                        " - purged employees will be missing"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       SEED-ONE-ARCHIVED.
           MOVE  ARC-CD          TO   ASF-CD.
           MOVE  ARC-NAME        TO   ASF-NAME.
           MOVE  ARC-DPT-CD      TO   ASF-DPT-CD.
           MOVE  ARC-ENT-DATE    TO   ASF-ENT-DATE.
           MOVE  ARC-STATUS      TO   ASF-STATUS.
           MOVE  ARC-MGR-CD      TO   ASF-MGR-CD.
           MOVE  ARC-GRADE       TO   ASF-GRADE.
           MOVE  ARC-SALARY      TO   ASF-SALARY.
           MOVE  ARC-BIRTH-DATE  TO   ASF-BIRTH-DATE.
           MOVE  ARC-TERM-DATE   TO   ASF-TERM-DATE.
           WRITE ASF-REC
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD  1 TO WS-ARC-SEED-COUNT
           END-WRITE.
       LOAD-AUDIT.
           MOVE  WK-ASOF-DATE(1:6)   TO   WS-GEN-PERIOD.
           PERFORM UNTIL WS-GEN-PERIOD > WS-TODAY-PERIOD
              PERFORM LOAD-ONE-GENERATION
              IF WS-GEN-PERIOD(5:2) = "12"
                 ADD  89 TO WS-GEN-PERIOD
              ELSE
                 ADD  1  TO WS-GEN-PERIOD
              END-IF
           END-PERFORM.
           PERFORM LOAD-LIVE-AUDIT.
       LOAD-ONE-GENERATION.
           MOVE  SPACES        TO   WS-ARCH-NAME.
           STRING "AUDARCH." WS-GEN-PERIOD DELIMITED BY SIZE
                  INTO WS-ARCH-NAME
           END-STRING.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-GEN-REL-COUNT.
           OPEN  INPUT AUD-ARCH.
           EVALUATE AUA-STS
             WHEN "00"
                ADD  1 TO WS-GEN-COUNT
                PERFORM UNTIL WS-EOF = "Y"
                  READ AUD-ARCH NEXT
                  EVALUATE AUA-STS
                    WHEN "00"
                       IF AUA-REC(1:8) > WK-ASOF-DATE
                          MOVE AUA-REC TO SRT-AUD
                          PERFORM RELEASE-AUDIT-REC
                          ADD  1 TO WS-GEN-REL-COUNT
                       END-IF
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading " WS-ARCH-NAME
                               ", status " AUA-STS
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "N" TO WS-BUILD-OK
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE AUD-ARCH
                STRING  "Read " WS-ARCH-NAME ": " WS-GEN-REL-COUNT
                        " entr(ies) after the as-of date"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  WS-ARCH-NAME " open failed, status " AUA-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-BUILD-OK
           END-EVALUATE.
       LOAD-LIVE-AUDIT.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-GEN-REL-COUNT.
           OPEN  INPUT EMP-AUDIT.
           EVALUATE AUD-STS
             WHEN "00"
                PERFORM UNTIL WS-EOF = "Y"
                  READ EMP-AUDIT NEXT
                  EVALUATE AUD-STS
                    WHEN "00"
                       IF AUD-TS(1:8) > WK-ASOF-DATE
                          MOVE AUD-REC TO SRT-AUD
                          PERFORM RELEASE-AUDIT-REC
                          ADD  1 TO WS-GEN-REL-COUNT
                       END-IF
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMPAUDIT, status "
                               AUD-STS
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "N" TO WS-BUILD-OK
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-AUDIT
                STRING  "Read EMPAUDIT: " WS-GEN-REL-COUNT
                        " entr(ies) after the as-of date"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                MOVE    "EMPAUDIT not found - no live changes to undo"
                        TO   WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPAUDIT open failed, status " AUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "N" TO WS-BUILD-OK
           END-EVALUATE.
       RELEASE-AUDIT-REC.
           ADD   1             TO   WS-SEQ.
           MOVE  WS-SEQ        TO   SRT-SEQ.
           RELEASE SORT-REC.
           ADD   1             TO   WS-REL-COUNT.
       UNDO-AUDIT.
           MOVE  "N"           TO   WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
             RETURN SORT-WORK
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM UNDO-ONE-ENTRY
             END-RETURN
           END-PERFORM.
       UNDO-ONE-ENTRY.
           EVALUATE SRT-ACTION
             WHEN "ADD"
                MOVE  SRT-CD        TO   ASF-CD
                DELETE ASF-FILE RECORD
                  INVALID KEY
                     ADD  1 TO WS-SKIP-COUNT
                  NOT INVALID KEY
                     ADD  1 TO WS-UNDO-COUNT
                END-DELETE
             WHEN "CHG"
             WHEN "DEL"
             WHEN "REH"
                PERFORM RESTORE-OLD-IMAGE
             WHEN OTHER
                ADD  1 TO WS-SKIP-COUNT
           END-EVALUATE.
       RESTORE-OLD-IMAGE.
           MOVE  "Y"           TO   WS-ASF-FOUND.
           MOVE  SRT-CD        TO   ASF-CD.
           READ  ASF-FILE KEY IS   ASF-CD
             INVALID KEY
                 MOVE "N"      TO   WS-ASF-FOUND
           END-READ.
           IF WS-ASF-FOUND = "N"
              MOVE  SRT-CD        TO   ASF-CD
              MOVE  ZERO          TO   ASF-BIRTH-DATE
              MOVE  ZERO          TO   ASF-TERM-DATE
           END-IF.
           MOVE  SRT-OLD-NAME    TO   ASF-NAME.
           MOVE  SRT-OLD-DPT     TO   ASF-DPT-CD.
           MOVE  SRT-OLD-DATE    TO   ASF-ENT-DATE.
           MOVE  SRT-OLD-STATUS  TO   ASF-STATUS.
           MOVE  SRT-OLD-MGR     TO   ASF-MGR-CD.
           MOVE  SRT-OLD-GRADE   TO   ASF-GRADE.
           MOVE  SRT-OLD-SALARY  TO   ASF-SALARY.
           IF SRT-ACTION = "DEL"
              MOVE  ZERO          TO   ASF-TERM-DATE
           END-IF.
           IF WS-ASF-FOUND = "Y"
              REWRITE ASF-REC
           ELSE
              WRITE ASF-REC
           END-IF.
           IF ASF-STS = ZERO
              ADD  1 TO WS-UNDO-COUNT
           ELSE
              STRING  "EMPASOF update failed for " SRT-CD
                      ", status " ASF-STS
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              MOVE "N" TO WS-BUILD-OK
           END-IF.
       DROP-LATER-HIRES.
           MOVE  "N"           TO   WS-EOF.
           MOVE  LOW-VALUES    TO   ASF-CD.
           START ASF-FILE KEY IS >= ASF-CD
             INVALID KEY
                 MOVE "Y"      TO   WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
             READ ASF-FILE NEXT
             EVALUATE ASF-STS
               WHEN "00"
                  IF ASF-ENT-DATE > WK-ASOF-DATE
                     DELETE ASF-FILE RECORD
                     ADD  1 TO WS-DROP-COUNT
                  ELSE
                     ADD  1 TO WS-FINAL-COUNT
                     IF ASF-STATUS NOT = "T"
                        ADD  1 TO WS-ACTIVE-COUNT
                     END-IF
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-EOF
             END-EVALUATE
           END-PERFORM.
       WRITE-ASOF-HEADER.
           OPEN  OUTPUT ASH-FILE.
           IF ASH-STS NOT = ZERO
              STRING  "EMPASOFHDR open failed, status " ASH-STS
                      " - reports will not use the as-of master"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              MOVE  WK-ASOF-DATE           TO   ASH-ASOF-DATE
              MOVE  FUNCTION CURRENT-DATE  TO   ASH-BUILT-TS
              MOVE  WS-OPR-ID              TO   ASH-OPR
              MOVE  WS-FINAL-COUNT         TO   ASH-EMP-COUNT
              MOVE  WS-UNDO-COUNT          TO   ASH-UNDO-COUNT
              WRITE ASH-REC
              CLOSE ASH-FILE
              STRING  "As-of master EMPASOF ready for EMPLIST, EMPORG"
                      " and GRDCHECK"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-SUMMARY.
           PERFORM SPOOL-LINE.
           STRING  "Seeded from EMP-FILE   : " WS-SEED-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Seeded from EMPARCH    : " WS-ARC-SEED-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Archive generations    : " WS-GEN-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Audit entries unwound  : " WS-UNDO-COUNT
                   " of " WS-REL-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Entries not affecting the master: " WS-SKIP-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Hired after the as-of date (dropped): "
                   WS-DROP-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "=== " WS-FINAL-COUNT " employee(s) on file at "
                   WK-ASOF-DATE ", " WS-ACTIVE-COUNT " active ==="
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
       SPOOL-OPEN.
           MOVE  "O"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
       SPOOL-PARM.
           MOVE  "P"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-LINE.
           MOVE  "W"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.
           MOVE  SPACES        TO   WS-SPL-LINE.
       SPOOL-CLOSE.
           MOVE  "C"           TO   WS-SPL-FUNC.
           CALL  "SPLWRITE" USING WS-SPL-FUNC, WS-SPL-PGM,
                                  WS-SPL-LINE.

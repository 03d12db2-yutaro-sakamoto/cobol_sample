       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITSEL.
           COPY CHNSEL.
           COPY RUNSEL.
           SELECT AUD-ARCH ASSIGN TO WS-ARCH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  AUA-STS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-AUDIT.
       01  AUL-REC            PIC X(181).
       FD  CHN-FILE.
           COPY CHNREC.
       FD  RUN-LOG.
           COPY RUNREC.
       FD  AUD-ARCH.
       01  AUA-REC            PIC X(181).
       WORKING-STORAGE SECTION.
           COPY AUDITREC.
       01  AUD-STS            PIC  9(02).
       01  CHN-STS            PIC  9(02).
       01  RUN-STS            PIC  9(02).
       01  AUA-STS            PIC  9(02).
       01  WS-ARCH-NAME       PIC  X(15).
       01  WS-SOURCE          PIC  X(15).
       01  WS-END-STATUS      PIC  X(03)  VALUE "OK ".
       01  WS-EOF             PIC  X      VALUE "N".
       01  WS-CHN-FOUND       PIC  X      VALUE "N".
       01  WS-STARTED         PIC  X      VALUE "N".
       01  WS-TODAY           PIC  9(08).
       01  WS-TODAY-PERIOD    PIC  9(06).
       01  WS-GEN-PERIOD      PIC  9(06).
       01  WS-FILE-REC-NO     PIC  9(09).
       01  WS-EXPECT-SEQ      PIC  9(09)  VALUE ZERO.
       01  WS-LAST-SEQ        PIC  9(09)  VALUE ZERO.
       01  WS-GAP-END         PIC  9(09).
       01  WS-LAST-SEAL       PIC  X(18).
       01  WS-CALC-SEAL       PIC  X(18).
       01  WS-FIRST-SEAL      PIC  X(18)  VALUE ALL "0".
       01  WS-READ-COUNT      PIC  9(09)  VALUE ZERO.
       01  WS-SEALED-COUNT    PIC  9(09)  VALUE ZERO.
       01  WS-LEGACY-COUNT    PIC  9(09)  VALUE ZERO.
       01  WS-GEN-COUNT       PIC  9(04)  VALUE ZERO.
       01  WS-BREAK-COUNT     PIC  9(06)  VALUE ZERO.
       01  WS-BREAK-TEXT      PIC  X(60).
       01  WS-FIRST-BREAK     PIC  X(60)  VALUE SPACES.
       01  WS-FIRST-WHERE     PIC  X(40)  VALUE SPACES.
       01  WS-SPL-FUNC        PIC  X(01).
       01  WS-SPL-PGM         PIC  X(10)  VALUE "AUDVERIFY".
       01  WS-SPL-LINE        PIC  X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "OK "         TO   WS-END-STATUS.
           MOVE  "N"           TO   WS-STARTED.
           MOVE  ZERO          TO   WS-EXPECT-SEQ.
           MOVE  ZERO          TO   WS-LAST-SEQ.
           MOVE  ZERO          TO   WS-READ-COUNT.
           MOVE  ZERO          TO   WS-SEALED-COUNT.
           MOVE  ZERO          TO   WS-LEGACY-COUNT.
           MOVE  ZERO          TO   WS-GEN-COUNT.
           MOVE  ZERO          TO   WS-BREAK-COUNT.
           MOVE  SPACES        TO   WS-FIRST-BREAK.
           MOVE  SPACES        TO   WS-FIRST-WHERE.
           PERFORM SPOOL-OPEN.
           STRING  "*** EMPAUDIT Seal Chain Verification ***"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           PERFORM WRITE-RUNLOG-START.
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           MOVE  WS-TODAY(1:6) TO   WS-TODAY-PERIOD.
           PERFORM READ-CHAIN-CONTROL.
           PERFORM VERIFY-ARCHIVES.
           PERFORM VERIFY-LIVE-AUDIT.
           PERFORM CHECK-CHAIN-TAIL.
           PERFORM PRINT-RESULT.
           PERFORM WRITE-RUNLOG-END.
       MAIN-900.
           PERFORM SPOOL-CLOSE.
           GOBACK.
       READ-CHAIN-CONTROL.
           MOVE  "N"           TO   WS-CHN-FOUND.
           MOVE  WS-TODAY-PERIOD TO WS-GEN-PERIOD.
           OPEN  INPUT CHN-FILE.
           EVALUATE CHN-STS
             WHEN "00"
                MOVE  "AUDT"     TO   CHN-KEY
                READ  CHN-FILE KEY IS   CHN-KEY
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y"   TO   WS-CHN-FOUND
                      MOVE CHN-FIRST-PRD TO WS-GEN-PERIOD
                END-READ
                CLOSE CHN-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  "EMPAUDCHN open failed, status " CHN-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR" TO WS-END-STATUS
           END-EVALUATE.
           IF WS-CHN-FOUND = "Y"
              STRING  "Chain control: last sequence " CHN-LAST-SEQ
                      ", started in period " CHN-FIRST-PRD
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           ELSE
              STRING  "Chain control not found - no sealed entries"
                      " expected"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       VERIFY-ARCHIVES.
           PERFORM UNTIL WS-GEN-PERIOD > WS-TODAY-PERIOD
              PERFORM VERIFY-ONE-GENERATION
              IF WS-GEN-PERIOD(5:2) = "12"
                 ADD  89 TO WS-GEN-PERIOD
              ELSE
                 ADD  1  TO WS-GEN-PERIOD
              END-IF
           END-PERFORM.
       VERIFY-ONE-GENERATION.
           MOVE  SPACES        TO   WS-ARCH-NAME.
           STRING "AUDARCH." WS-GEN-PERIOD DELIMITED BY SIZE
                  INTO WS-ARCH-NAME
           END-STRING.
           MOVE  WS-ARCH-NAME  TO   WS-SOURCE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-REC-NO.
           OPEN  INPUT AUD-ARCH.
           EVALUATE AUA-STS
             WHEN "00"
                ADD  1 TO WS-GEN-COUNT
                PERFORM UNTIL WS-EOF = "Y"
                  READ AUD-ARCH NEXT
                  EVALUATE AUA-STS
                    WHEN "00"
                       MOVE AUA-REC TO AUD-REC
                       PERFORM VERIFY-ONE-RECORD
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading " WS-ARCH-NAME
                               ", status " AUA-STS
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "ERR" TO WS-END-STATUS
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE AUD-ARCH
                STRING  "Checked " WS-ARCH-NAME ": " WS-FILE-REC-NO
                        " entr(ies)"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                STRING  WS-ARCH-NAME " open failed, status " AUA-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR" TO WS-END-STATUS
           END-EVALUATE.
       VERIFY-LIVE-AUDIT.
           MOVE  "EMPAUDIT"    TO   WS-SOURCE.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-FILE-REC-NO.
           OPEN  INPUT EMP-AUDIT.
           EVALUATE AUD-STS
             WHEN "00"
                PERFORM UNTIL WS-EOF = "Y"
                  READ EMP-AUDIT NEXT
                  EVALUATE AUD-STS
                    WHEN "00"
                       MOVE AUL-REC TO AUD-REC
                       PERFORM VERIFY-ONE-RECORD
                    WHEN "10"
                       MOVE "Y" TO WS-EOF
                    WHEN OTHER
                       STRING  "I-O error reading EMPAUDIT, status "
                               AUD-STS
                               DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-LINE
                       MOVE "ERR" TO WS-END-STATUS
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE EMP-AUDIT
                STRING  "Checked EMPAUDIT: " WS-FILE-REC-NO
                        " entr(ies)"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN "35"
                STRING  "EMPAUDIT not found - no live entries"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
             WHEN OTHER
                STRING  "EMPAUDIT open failed, status " AUD-STS
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
                MOVE "ERR" TO WS-END-STATUS
           END-EVALUATE.
       VERIFY-ONE-RECORD.
           ADD   1             TO   WS-READ-COUNT.
           ADD   1             TO   WS-FILE-REC-NO.
           IF AUD-SEQ IS NOT NUMERIC OR AUD-SEQ = ZERO
              IF WS-STARTED = "N"
                 ADD  1 TO WS-LEGACY-COUNT
              ELSE
                 MOVE SPACES TO WS-BREAK-TEXT
                 STRING "Unsealed entry after sequence "
                        WS-LAST-SEQ
                        DELIMITED BY SIZE INTO WS-BREAK-TEXT
                 PERFORM REPORT-BREAK
              END-IF
           ELSE
              ADD  1 TO WS-SEALED-COUNT
              PERFORM CHECK-SEQUENCE
              PERFORM CHECK-LINK
              CALL "AUDHASH" USING AUD-REC, WS-CALC-SEAL
              IF WS-CALC-SEAL NOT = AUD-SEAL
                 MOVE SPACES TO WS-BREAK-TEXT
                 STRING "Altered entry - seal mismatch at sequence "
                        AUD-SEQ
                        DELIMITED BY SIZE INTO WS-BREAK-TEXT
                 PERFORM REPORT-BREAK
              END-IF
              MOVE "Y"       TO   WS-STARTED
              MOVE AUD-SEQ   TO   WS-LAST-SEQ
              MOVE AUD-SEAL  TO   WS-LAST-SEAL
              COMPUTE WS-EXPECT-SEQ = AUD-SEQ + 1
           END-IF.
       CHECK-SEQUENCE.
           IF WS-STARTED = "N"
              MOVE  1          TO   WS-EXPECT-SEQ
           END-IF.
           EVALUATE TRUE
             WHEN AUD-SEQ = WS-EXPECT-SEQ
                CONTINUE
             WHEN AUD-SEQ > WS-EXPECT-SEQ
                COMPUTE WS-GAP-END = AUD-SEQ - 1
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "Missing sequence " WS-EXPECT-SEQ " thru "
                       WS-GAP-END
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-BREAK
             WHEN OTHER
                MOVE SPACES TO WS-BREAK-TEXT
                STRING "Sequence " AUD-SEQ " out of order, expected "
                       WS-EXPECT-SEQ
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                PERFORM REPORT-BREAK
           END-EVALUATE.
       CHECK-LINK.
           IF WS-STARTED = "N"
              IF AUD-SEQ = 1 AND AUD-PREV-SEAL NOT = WS-FIRST-SEAL
                 MOVE SPACES TO WS-BREAK-TEXT
                 STRING "Broken link - sequence 1 does not start"
                        " the chain"
                        DELIMITED BY SIZE INTO WS-BREAK-TEXT
                 PERFORM REPORT-BREAK
              END-IF
           ELSE
              IF AUD-PREV-SEAL NOT = WS-LAST-SEAL
                 MOVE SPACES TO WS-BREAK-TEXT
                 STRING "Broken link between sequence " WS-LAST-SEQ
                        " and " AUD-SEQ
                        DELIMITED BY SIZE INTO WS-BREAK-TEXT
                 PERFORM REPORT-BREAK
              END-IF
           END-IF.
       CHECK-CHAIN-TAIL.
           IF WS-CHN-FOUND = "Y"
              EVALUATE TRUE
                WHEN WS-LAST-SEQ < CHN-LAST-SEQ
                   COMPUTE WS-GAP-END = WS-LAST-SEQ + 1
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "Missing sequence " WS-GAP-END " thru "
                          CHN-LAST-SEQ " at end of trail"
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM REPORT-BREAK
                WHEN WS-LAST-SEQ > CHN-LAST-SEQ
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "Trail runs to sequence " WS-LAST-SEQ
                          " but control shows " CHN-LAST-SEQ
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM REPORT-BREAK
                WHEN WS-LAST-SEQ > ZERO
                     AND WS-LAST-SEAL NOT = CHN-LAST-SEAL
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "Last seal does not match control at"
                          " sequence " WS-LAST-SEQ
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM REPORT-BREAK
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           ELSE
              IF WS-SEALED-COUNT > ZERO
                 MOVE SPACES TO WS-BREAK-TEXT
                 STRING "Sealed entries found but EMPAUDCHN is"
                        " missing"
                        DELIMITED BY SIZE INTO WS-BREAK-TEXT
                 MOVE "EMPAUDCHN" TO WS-SOURCE
                 MOVE ZERO        TO WS-FILE-REC-NO
                 PERFORM REPORT-BREAK
              END-IF
           END-IF.
       REPORT-BREAK.
           ADD   1             TO   WS-BREAK-COUNT.
           MOVE  "BRK"         TO   WS-END-STATUS.
           IF WS-BREAK-COUNT = 1
              MOVE  WS-BREAK-TEXT  TO   WS-FIRST-BREAK
              STRING WS-SOURCE " entry " WS-FILE-REC-NO
                     DELIMITED BY SIZE INTO WS-FIRST-WHERE
           END-IF.
           IF WS-BREAK-COUNT <= 50
              STRING  "CHAIN BREAK: " WS-BREAK-TEXT
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "             in " WS-SOURCE " entry "
                      WS-FILE-REC-NO
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-RESULT.
           PERFORM SPOOL-LINE.
           STRING  "Generations read : " WS-GEN-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Entries read     : " WS-READ-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           STRING  "Sealed entries   : " WS-SEALED-COUNT
                   DELIMITED BY SIZE INTO WS-SPL-LINE
           PERFORM SPOOL-LINE.
           IF WS-LEGACY-COUNT > ZERO
              STRING  "Unsealed entries : " WS-LEGACY-COUNT
                      " (written before sealing began)"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
           IF WS-BREAK-COUNT = ZERO
              IF WS-END-STATUS = "OK "
                 STRING  "*** Audit chain intact ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              ELSE
                 STRING  "*** Audit chain could not be fully read"
                         " - verification incomplete ***"
                         DELIMITED BY SIZE INTO WS-SPL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           ELSE
              STRING  "*** AUDIT CHAIN BROKEN - " WS-BREAK-COUNT
                      " problem(s) ***"
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "*** First break: " WS-FIRST-BREAK
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
              STRING  "***   found in " WS-FIRST-WHERE
                      DELIMITED BY SIZE INTO WS-SPL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       WRITE-RUNLOG-START.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "AUDVERIF"             TO   RUN-PGM
                MOVE  "STRT"                 TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  SPACES                 TO   RUN-STATUS
                MOVE  ZERO                   TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  ZERO                   TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
       WRITE-RUNLOG-END.
           OPEN  EXTEND RUN-LOG.
           EVALUATE RUN-STS
             WHEN "00"
                MOVE  "AUDVERIF"             TO   RUN-PGM
                MOVE  "END"                  TO   RUN-EVENT
                MOVE  FUNCTION CURRENT-DATE  TO   RUN-TS
                MOVE  WS-END-STATUS          TO   RUN-STATUS
                MOVE  WS-READ-COUNT          TO   RUN-READ
                MOVE  ZERO                   TO   RUN-WRITTEN
                MOVE  WS-BREAK-COUNT         TO   RUN-REJECTED
                WRITE RUN-REC
                CLOSE RUN-LOG
             WHEN OTHER
                STRING  "RUNLOG open failed, status " RUN-STS
                        " - run-log entry lost"
                        DELIMITED BY SIZE INTO WS-SPL-LINE
                PERFORM SPOOL-LINE
           END-EVALUATE.
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

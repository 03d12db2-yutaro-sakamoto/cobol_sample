       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPXSEL.
           COPY SPDSEL.
           COPY SPPSEL.
           COPY CTLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPL-INDEX.
           COPY SPXREC.
       FD  SPL-DATA.
           COPY SPDREC.
       FD  SPL-PRINT.
           COPY SPPREC.
       FD  EMP-CTL.
           COPY CTLREC.
       WORKING-STORAGE SECTION.
       01  SPX-STS            PIC  9(02).
       01  SPD-STS            PIC  9(02).
       01  SPP-STS            PIC  9(02).
       01  CTL-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-CMD             PIC  X(01).
       01  WK-PGM             PIC  X(10).
       01  WK-FROM            PIC  9(08).
       01  WK-ID              PIC  9(06).
       01  WK-COPY            PIC  X(01).
       01  WK-CONFIRM         PIC  X(01).
       01  WK-MONTHS          PIC  9(03).
       01  WS-EOF             PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-LINE-COUNT      PIC  9(06) VALUE ZERO.
       01  WS-PRINT-OPEN      PIC  X     VALUE "N".
       01  WS-RUN-DATE        PIC  9(08).
       01  WS-STATUS-DESC     PIC  X(10).
       01  WS-KEEP-MONTHS     PIC  9(04) VALUE ZERO.
       01  WS-RANK-AUTH       PIC  X(01).
       01  WS-RANK            PIC  9(01).
       01  WS-OPR-RANK        PIC  9(01).
       01  WS-RPT-RANK        PIC  9(01).
       01  WS-OPR-FUNC        PIC  X(01)  VALUE "G".
       01  WS-OPR-ID          PIC  X(08).
       01  WS-OPR-AUTH        PIC  X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Report Spool Viewer / Reprint ***".
           CALL  "OPRSES" USING WS-OPR-FUNC, WS-OPR-ID,
                                WS-OPR-AUTH.
           MOVE  WS-OPR-AUTH   TO   WS-RANK-AUTH.
           PERFORM RANK-AUTHORITY.
           MOVE  WS-RANK       TO   WS-OPR-RANK.
           PERFORM UNTIL WK-DONE = "Y"
              DISPLAY " "
              DISPLAY "[L]ist  [R]eprint  [K]eep months  [P]urge now"
                      "  [Q]uit: "
                      NO ADVANCING
              ACCEPT  WK-CMD
              MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
              EVALUATE WK-CMD
                WHEN "L"
                   PERFORM LIST-REPORTS
                WHEN "R"
                   PERFORM REPRINT-REPORT
                WHEN "K"
                   PERFORM CHANGE-RETENTION
                WHEN "P"
                   PERFORM PURGE-NOW
                WHEN "Q"
                   MOVE "Y" TO WK-DONE
                WHEN OTHER
                   DISPLAY "Invalid command - use L, R, K, P, or Q."
              END-EVALUATE
           END-PERFORM.
       MAIN-900.
           GOBACK.
       RANK-AUTHORITY.
           EVALUATE WS-RANK-AUTH
             WHEN "I"
                MOVE 1 TO WS-RANK
             WHEN "U"
                MOVE 2 TO WS-RANK
             WHEN "H"
                MOVE 2 TO WS-RANK
             WHEN "S"
                MOVE 3 TO WS-RANK
             WHEN OTHER
                MOVE 0 TO WS-RANK
           END-EVALUATE.
       DESCRIBE-STATUS.
           EVALUATE SPX-STATUS
             WHEN "C"
                MOVE "complete"   TO WS-STATUS-DESC
             WHEN "P"
                MOVE "purged"     TO WS-STATUS-DESC
             WHEN OTHER
                MOVE "incomplete" TO WS-STATUS-DESC
           END-EVALUATE.
       LIST-REPORTS.
           DISPLAY "Program (blank = all): " NO ADVANCING.
           ACCEPT  WK-PGM.
           MOVE FUNCTION UPPER-CASE(WK-PGM) TO WK-PGM.
           DISPLAY "Run on or after (YYYYMMDD, blank = all): "
                   NO ADVANCING.
           ACCEPT  WK-FROM.
           MOVE  "N"           TO   WS-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           OPEN  INPUT SPL-INDEX.
           EVALUATE SPX-STS
             WHEN "00"
                DISPLAY "Id     Program    Run date Time Operator"
                        " Pages Status     Parameters"
                MOVE  ZERO     TO   SPX-ID
                START SPL-INDEX KEY IS >= SPX-ID
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = "Y"
                  READ SPL-INDEX NEXT
                  EVALUATE SPX-STS
                    WHEN "00"
                       MOVE SPX-TS(1:8) TO WS-RUN-DATE
                       IF (WK-PGM = SPACES OR WK-PGM = SPX-PGM)
                          AND WS-RUN-DATE >= WK-FROM
                          PERFORM DESCRIBE-STATUS
                          DISPLAY SPX-ID " " SPX-PGM " " SPX-TS(1:8)
                                  " " SPX-TS(9:4) " " SPX-OPR " "
                                  SPX-PAGES "  " WS-STATUS-DESC " "
                                  SPX-PARM(1:30)
                          ADD  1 TO WS-LIST-COUNT
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SPL-INDEX
                DISPLAY WS-LIST-COUNT " archived report(s) listed."
             WHEN "35"
                DISPLAY "No reports have been archived yet."
             WHEN OTHER
                DISPLAY "SPLINDEX open failed, status " SPX-STS
           END-EVALUATE.
       REPRINT-REPORT.
           DISPLAY "Report id: " NO ADVANCING.
           ACCEPT  WK-ID.
           OPEN  INPUT SPL-INDEX.
           EVALUATE SPX-STS
             WHEN "00"
                MOVE  "Y"      TO   WK-FOUND
                MOVE  WK-ID    TO   SPX-ID
                READ  SPL-INDEX KEY IS SPX-ID
                  INVALID KEY
                      MOVE "N" TO   WK-FOUND
                END-READ
                CLOSE SPL-INDEX
                PERFORM CHECK-REPRINT
             WHEN "35"
                DISPLAY "No reports have been archived yet."
             WHEN OTHER
                DISPLAY "SPLINDEX open failed, status " SPX-STS
           END-EVALUATE.
       CHECK-REPRINT.
           MOVE  SPX-AUTH      TO   WS-RANK-AUTH.
           PERFORM RANK-AUTHORITY.
           MOVE  WS-RANK       TO   WS-RPT-RANK.
           EVALUATE TRUE
             WHEN WK-FOUND = "N"
                DISPLAY "Report " WK-ID " not found!"
             WHEN SPX-STATUS = "P"
                DISPLAY "Report " WK-ID " was purged under the"
                        " retention rule - no longer available."
             WHEN WS-OPR-RANK < WS-RPT-RANK
                DISPLAY "Not authorized - report was produced at"
                        " authority " SPX-AUTH "."
             WHEN SPX-AUTH = "H"
                  AND WS-OPR-AUTH NOT = "H" AND WS-OPR-AUTH NOT = "S"
                DISPLAY "Not authorized - HR report, restricted to"
                        " HR and supervisor operators."
             WHEN OTHER
                PERFORM PRINT-REPORT
           END-EVALUATE.
       PRINT-REPORT.
           DISPLAY "Copy to print file SPLPRINT (Y/N)? "
                   NO ADVANCING.
           ACCEPT  WK-COPY.
           MOVE FUNCTION UPPER-CASE(WK-COPY) TO WK-COPY.
           MOVE  "N"           TO   WS-PRINT-OPEN.
           IF WK-COPY = "Y"
              OPEN  OUTPUT SPL-PRINT
              IF SPP-STS = ZERO
                 MOVE "Y"      TO   WS-PRINT-OPEN
              ELSE
                 DISPLAY "SPLPRINT open failed, status " SPP-STS
                         " - screen copy only"
              END-IF
           END-IF.
           PERFORM DESCRIBE-STATUS.
           DISPLAY "=== Reprint of report " SPX-ID " " SPX-PGM
                   " run " SPX-TS(1:8) " " SPX-TS(9:4) " by "
                   SPX-OPR " ===".
           IF SPX-PARM NOT = SPACES
              DISPLAY "=== Parameters: " SPX-PARM
           END-IF.
           IF SPX-STATUS NOT = "C"
              DISPLAY "=== Run did not complete - report is"
                      " partial ==="
           END-IF.
           MOVE  ZERO          TO   WS-LINE-COUNT.
           MOVE  "N"           TO   WS-EOF.
           OPEN  INPUT SPL-DATA.
           EVALUATE SPD-STS
             WHEN "00"
                MOVE  SPX-ID   TO   SPD-ID
                MOVE  ZERO     TO   SPD-LINE
                START SPL-DATA KEY IS >= SPD-KEY
                  INVALID KEY
                      MOVE "Y" TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = "Y"
                  READ SPL-DATA NEXT
                  EVALUATE SPD-STS
                    WHEN "00"
                       IF SPD-ID NOT = SPX-ID
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM PRINT-ONE-LINE
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WS-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE SPL-DATA
             WHEN OTHER
                DISPLAY "SPLDATA open failed, status " SPD-STS
           END-EVALUATE.
           IF WS-PRINT-OPEN = "Y"
              CLOSE SPL-PRINT
              DISPLAY "=== " WS-LINE-COUNT " line(s) copied to"
                      " SPLPRINT ==="
           ELSE
              DISPLAY "=== " WS-LINE-COUNT " line(s), " SPX-PAGES
                      " page(s) ==="
           END-IF.
       PRINT-ONE-LINE.
           IF SPD-TEXT = SPACES
              DISPLAY " "
           ELSE
              DISPLAY SPD-TEXT
           END-IF.
           IF WS-PRINT-OPEN = "Y"
              MOVE  SPD-TEXT   TO   SPP-TEXT
              WRITE SPP-REC
           END-IF.
           ADD   1             TO   WS-LINE-COUNT.
       CHANGE-RETENTION.
           IF WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - supervisor only."
           ELSE
              OPEN  I-O EMP-CTL
              IF CTL-STS = 35
                 OPEN  OUTPUT EMP-CTL
                 CLOSE EMP-CTL
                 OPEN  I-O EMP-CTL
              END-IF
              EVALUATE CTL-STS
                WHEN "00"
                   PERFORM UPDATE-RETENTION
                   CLOSE EMP-CTL
                WHEN OTHER
                   DISPLAY "EMPCTL open failed, status " CTL-STS
              END-EVALUATE
           END-IF.
       UPDATE-RETENTION.
           MOVE  "Y"           TO   WK-FOUND.
           MOVE  "SPLR"        TO   CTL-KEY.
           READ  EMP-CTL KEY IS CTL-KEY
             INVALID KEY
                 MOVE "N"      TO   WK-FOUND
                 MOVE ZERO     TO   CTL-VALUE
           END-READ.
           IF WK-FOUND = "Y" AND CTL-VALUE > ZERO
              MOVE  CTL-VALUE  TO   WS-KEEP-MONTHS
           ELSE
              MOVE  13         TO   WS-KEEP-MONTHS
           END-IF.
           DISPLAY "Archived reports are kept for " WS-KEEP-MONTHS
                   " month(s).".
           DISPLAY "New retention in months (blank = unchanged): "
                   NO ADVANCING.
           ACCEPT  WK-MONTHS.
           IF WK-MONTHS = ZERO
              DISPLAY "Retention unchanged."
           ELSE
              MOVE  "SPLR"     TO   CTL-KEY
              MOVE  WK-MONTHS  TO   CTL-VALUE
              IF WK-FOUND = "Y"
                 REWRITE CTL-REC
              ELSE
                 WRITE CTL-REC
                   INVALID KEY
                      DISPLAY "Write failed for retention, status "
                              CTL-STS
                 END-WRITE
              END-IF
              DISPLAY "Retention set to " WK-MONTHS " month(s) -"
                      " applied at the next purge."
           END-IF.
       PURGE-NOW.
           IF WS-OPR-AUTH NOT = "S"
              DISPLAY "Not authorized - supervisor only."
           ELSE
              DISPLAY "Purge reports past retention now (Y/N)? "
                      NO ADVANCING
              ACCEPT  WK-CONFIRM
              MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
              IF WK-CONFIRM = "Y"
                 CALL "SPLPURGE"
              ELSE
                 DISPLAY "Purge cancelled."
              END-IF
           END-IF.

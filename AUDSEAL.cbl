       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHN-FILE.
           COPY CHNREC.
       WORKING-STORAGE SECTION.
       01  CHN-STS            PIC  9(02).
       01  WS-FOUND           PIC  X.
       01  WS-SEAL            PIC  X(18).
       LINKAGE SECTION.
           COPY AUDITREC.
       PROCEDURE DIVISION     USING     AUD-REC.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  ZERO          TO   AUD-SEQ.
           MOVE  SPACES        TO   AUD-PREV-SEAL.
           MOVE  SPACES        TO   AUD-SEAL.
           OPEN  I-O CHN-FILE.
           IF CHN-STS = 35
              OPEN  OUTPUT CHN-FILE
              CLOSE CHN-FILE
              OPEN  I-O CHN-FILE
           END-IF.
           IF CHN-STS NOT = ZERO
              DISPLAY "EMPAUDCHN open failed, status " CHN-STS
                      " - audit entry written unsealed"
           ELSE
              PERFORM SEAL-AUDIT-REC
              CLOSE CHN-FILE
           END-IF.
       MAIN-900.
           EXIT PROGRAM.
       SEAL-AUDIT-REC.
           MOVE  "Y"           TO   WS-FOUND.
           MOVE  "AUDT"        TO   CHN-KEY.
           READ  CHN-FILE KEY IS   CHN-KEY
             INVALID KEY
                 MOVE "N"      TO   WS-FOUND
           END-READ.
           IF WS-FOUND = "N"
              MOVE  "AUDT"          TO   CHN-KEY
              MOVE  ZERO            TO   CHN-LAST-SEQ
              MOVE  ZERO            TO   CHN-LAST-SEAL
              MOVE  AUD-TS(1:6)     TO   CHN-FIRST-PRD
           END-IF.
           COMPUTE AUD-SEQ = CHN-LAST-SEQ + 1.
           MOVE  CHN-LAST-SEAL TO   AUD-PREV-SEAL.
           CALL  "AUDHASH" USING AUD-REC, WS-SEAL.
           MOVE  WS-SEAL       TO   AUD-SEAL.
           MOVE  AUD-SEQ       TO   CHN-LAST-SEQ.
           MOVE  AUD-SEAL      TO   CHN-LAST-SEAL.
           MOVE  FUNCTION CURRENT-DATE  TO   CHN-UPD-TS.
           IF WS-FOUND = "Y"
              REWRITE CHN-REC
           ELSE
              WRITE CHN-REC
           END-IF.
           IF CHN-STS NOT = ZERO
              DISPLAY "EMPAUDCHN update failed, status " CHN-STS
                      " - audit chain needs verifying"
           END-IF.

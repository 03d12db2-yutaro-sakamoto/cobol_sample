                MOVE  ZERO                   TO   AUD-OLD-SALARY
                MOVE  ZERO                   TO   AUD-NEW-SALARY
                MOVE  WS-OPR-ID              TO   AUD-OPR
                MOVE  SPACES                 TO   AUD-APPROVER
                CALL  "AUDSEAL" USING AUD-REC
                WRITE AUD-REC
                CLOSE EMP-AUDIT
             WHEN OTHER

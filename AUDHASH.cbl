       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-IX              PIC 9(03).
       01  WS-CH              PIC 9(03).
       01  WS-H1              PIC 9(18).
       01  WS-H2              PIC 9(18).
       01  WS-SEAL-OUT.
           03  WS-SEAL-H1     PIC 9(09).
           03  WS-SEAL-H2     PIC 9(09).
       LINKAGE SECTION.
       01  LK-HASH-IN         PIC X(163).
       01  LK-SEAL            PIC X(18).
       PROCEDURE DIVISION     USING     LK-HASH-IN, LK-SEAL.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  104729       TO   WS-H1.
           MOVE  7919         TO   WS-H2.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 163
              COMPUTE WS-CH = FUNCTION ORD(LK-HASH-IN(WS-IX:1))
              COMPUTE WS-H1 = FUNCTION MOD(
                      WS-H1 * 257 + WS-CH, 999999937)
              COMPUTE WS-H2 = FUNCTION MOD(
                      WS-H2 * 65599 + WS-CH * WS-IX + 7, 999999929)
           END-PERFORM.
           MOVE  WS-H1        TO   WS-SEAL-H1.
           MOVE  WS-H2        TO   WS-SEAL-H2.
           MOVE  WS-SEAL-OUT  TO   LK-SEAL.
       MAIN-900.
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ASTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AST-FILE.
           COPY ASTREC.
       WORKING-STORAGE SECTION.
       01  AST-STS            PIC  9(02).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-FOUND           PIC  X     VALUE "N".
       01  WK-OK              PIC  X     VALUE "Y".
       01  WK-CMD             PIC  X(01).
       01  WK-CONFIRM         PIC  X(01).
       01  WK-TAG             PIC  X(10).
       01  WK-TYPE            PIC  X(02).
       01  WK-DESC            PIC  X(30).
       01  WK-VALUE           PIC  9(07)V99.
       01  WK-ACQ-DATE        PIC  9(08).
       01  WS-TODAY           PIC  9(08).
       01  WS-TYPE-NAME       PIC  X(10).
       01  WS-LIST-EOF        PIC  X     VALUE "N".
       01  WS-LIST-COUNT      PIC  9(04) VALUE ZERO.
       01  WS-DSP-VALUE       PIC  Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
           MOVE  "N"           TO   WK-DONE.
           DISPLAY "*** Company Asset Register ***".
           ACCEPT  WS-TODAY FROM DATE YYYYMMDD.
           OPEN  I-O AST-FILE.
           IF AST-STS = 35
              OPEN  OUTPUT AST-FILE
              CLOSE AST-FILE
              OPEN  I-O AST-FILE
           END-IF.
           EVALUATE AST-STS
             WHEN "00"
                PERFORM UNTIL WK-DONE = "Y"
                   DISPLAY " "
                   DISPLAY "[A]dd  [C]hange  [D]ispose  [L]ist"
                           "  [Q]uit: " NO ADVANCING
                   ACCEPT  WK-CMD
                   MOVE FUNCTION UPPER-CASE(WK-CMD) TO WK-CMD
                   EVALUATE WK-CMD
                     WHEN "A"
                        PERFORM ADD-ASSET
                     WHEN "C"
                        PERFORM CHANGE-ASSET
                     WHEN "D"
                        PERFORM DISPOSE-ASSET
                     WHEN "L"
                        PERFORM LIST-ASSETS
                     WHEN "Q"
                        MOVE "Y" TO WK-DONE
                     WHEN OTHER
                        DISPLAY "Invalid command - use A, C, D, L,"
                                " or Q."
                   END-EVALUATE
                END-PERFORM
                CLOSE AST-FILE
             WHEN OTHER
                DISPLAY "ASSETMAST open failed, status " AST-STS
           END-EVALUATE.
       MAIN-900.
           GOBACK.
       ADD-ASSET.
           DISPLAY "New asset tag: " NO ADVANCING.
           ACCEPT  WK-TAG.
           MOVE FUNCTION UPPER-CASE(WK-TAG) TO WK-TAG.
           IF WK-TAG = SPACES
              DISPLAY "Asset tag may not be blank."
           ELSE
              MOVE  "Y"          TO   WK-FOUND
              MOVE  WK-TAG       TO   AST-TAG
              READ  AST-FILE KEY IS   AST-TAG
                INVALID KEY
                    MOVE "N"     TO   WK-FOUND
              END-READ
              IF WK-FOUND = "Y"
                 DISPLAY "Asset " WK-TAG " already exists."
              ELSE
                 PERFORM ACCEPT-ASSET-TERMS
                 IF WK-ACQ-DATE = ZERO
                    MOVE  WS-TODAY    TO   WK-ACQ-DATE
                 END-IF
                 IF WK-DESC = SPACES
                    DISPLAY "Description is required - nothing saved."
                 ELSE
                    PERFORM CHECK-ASSET-TERMS
                    IF WK-OK = "Y"
                       MOVE  WK-TAG       TO   AST-TAG
                       MOVE  "A"          TO   AST-STATUS
                       MOVE  SPACES       TO   AST-HOLDER
                       PERFORM MOVE-ASSET-FIELDS
                       WRITE AST-REC
                         INVALID KEY
                            DISPLAY "Write failed for asset "
                                    WK-TAG ", status " AST-STS
                         NOT INVALID KEY
                            DISPLAY "Asset " WK-TAG " added."
                       END-WRITE
                    ELSE
                       DISPLAY "Nothing saved."
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHANGE-ASSET.
           PERFORM READ-ASSET.
           IF WK-FOUND = "Y"
              PERFORM SHOW-ONE-ASSET
              DISPLAY "Blank or zero keeps the current value."
              PERFORM ACCEPT-ASSET-TERMS
              IF WK-TYPE = SPACES
                 MOVE  AST-TYPE         TO   WK-TYPE
              END-IF
              IF WK-DESC = SPACES
                 MOVE  AST-DESC         TO   WK-DESC
              END-IF
              IF WK-VALUE = ZERO
                 MOVE  AST-VALUE        TO   WK-VALUE
              END-IF
              IF WK-ACQ-DATE = ZERO
                 MOVE  AST-ACQ-DATE     TO   WK-ACQ-DATE
              END-IF
              PERFORM CHECK-ASSET-TERMS
              IF WK-OK = "Y"
                 PERFORM MOVE-ASSET-FIELDS
                 REWRITE AST-REC
                 DISPLAY "Asset " WK-TAG " updated."
              ELSE
                 DISPLAY "Nothing saved."
              END-IF
           END-IF.
       DISPOSE-ASSET.
           PERFORM READ-ASSET.
           IF WK-FOUND = "Y"
              PERFORM SHOW-ONE-ASSET
              EVALUATE AST-STATUS
                WHEN "I"
                   DISPLAY "Asset is issued to " AST-HOLDER
                           " - record its return with ASTISSUE first."
                WHEN "D"
                   DISPLAY "Asset is already disposed."
                WHEN OTHER
                   DISPLAY "Dispose of this asset (Y/N)? "
                           NO ADVANCING
                   ACCEPT  WK-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WK-CONFIRM) TO WK-CONFIRM
                   IF WK-CONFIRM = "Y"
                      MOVE  "D"     TO   AST-STATUS
                      REWRITE AST-REC
                      DISPLAY "Asset " WK-TAG " disposed."
                   END-IF
              END-EVALUATE
           END-IF.
       READ-ASSET.
           DISPLAY "Asset tag: " NO ADVANCING.
           ACCEPT  WK-TAG.
           MOVE FUNCTION UPPER-CASE(WK-TAG) TO WK-TAG.
           MOVE  "Y"          TO   WK-FOUND.
           MOVE  WK-TAG       TO   AST-TAG.
           READ  AST-FILE KEY IS   AST-TAG
             INVALID KEY
                 DISPLAY "Asset not found!"
                 MOVE "N"     TO   WK-FOUND
           END-READ.
       ACCEPT-ASSET-TERMS.
           DISPLAY "Type LT=laptop PH=phone BD=ID badge CR=car"
                   " KY=key OT=other: " NO ADVANCING.
           ACCEPT  WK-TYPE.
           MOVE FUNCTION UPPER-CASE(WK-TYPE) TO WK-TYPE.
           DISPLAY "Description           : " NO ADVANCING.
           ACCEPT  WK-DESC.
           DISPLAY "Value                 : " NO ADVANCING.
           ACCEPT  WK-VALUE.
           DISPLAY "Acquired (YYYYMMDD, zero = today): " NO ADVANCING.
           ACCEPT  WK-ACQ-DATE.
       CHECK-ASSET-TERMS.
           MOVE  "Y"          TO   WK-OK.
           MOVE  WK-TYPE      TO   AST-TYPE.
           PERFORM LOOK-UP-TYPE-NAME.
           IF WS-TYPE-NAME = SPACES
              DISPLAY "Asset type must be LT, PH, BD, CR, KY or OT"
              MOVE "N"        TO   WK-OK
           END-IF.
       MOVE-ASSET-FIELDS.
           MOVE  WK-TYPE         TO   AST-TYPE.
           MOVE  WK-DESC         TO   AST-DESC.
           MOVE  WK-VALUE        TO   AST-VALUE.
           MOVE  WK-ACQ-DATE     TO   AST-ACQ-DATE.
       LOOK-UP-TYPE-NAME.
           EVALUATE AST-TYPE
             WHEN "LT"
                MOVE "Laptop"     TO   WS-TYPE-NAME
             WHEN "PH"
                MOVE "Phone"      TO   WS-TYPE-NAME
             WHEN "BD"
                MOVE "ID badge"   TO   WS-TYPE-NAME
             WHEN "CR"
                MOVE "Car"        TO   WS-TYPE-NAME
             WHEN "KY"
                MOVE "Key"        TO   WS-TYPE-NAME
             WHEN "OT"
                MOVE "Other"      TO   WS-TYPE-NAME
             WHEN OTHER
                MOVE SPACES       TO   WS-TYPE-NAME
           END-EVALUATE.
       SHOW-ONE-ASSET.
           PERFORM LOOK-UP-TYPE-NAME.
           MOVE  AST-VALUE     TO   WS-DSP-VALUE.
           DISPLAY AST-TAG " " WS-TYPE-NAME " " AST-DESC " "
                   WS-DSP-VALUE " " AST-STATUS " " AST-HOLDER.
       LIST-ASSETS.
           MOVE  "N"           TO   WS-LIST-EOF.
           MOVE  ZERO          TO   WS-LIST-COUNT.
           DISPLAY "Tag        Type       Description                 "
                   "        Value S Held".
           MOVE  LOW-VALUES    TO   AST-TAG.
           START AST-FILE KEY IS >= AST-TAG
             INVALID KEY
                 MOVE "Y"      TO   WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = "Y"
             READ AST-FILE NEXT
             EVALUATE AST-STS
               WHEN "00"
                  PERFORM SHOW-ONE-ASSET
                  ADD  1 TO WS-LIST-COUNT
               WHEN OTHER
                  MOVE "Y" TO WS-LIST-EOF
             END-EVALUATE
           END-PERFORM.
           DISPLAY "=== " WS-LIST-COUNT " asset(s) on file ===".

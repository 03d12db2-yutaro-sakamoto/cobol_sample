       FILE-CONTROL.
           COPY EMPSEL.
           COPY BANKSEL.
           COPY RTNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPREC.
       FD  BANK-FILE.
           COPY BANKREC.
       FD  RTN-FILE.
           COPY RTNREC.
       WORKING-STORAGE SECTION.
       01  EMP-STS            PIC  9(02).
       01  BNK-STS            PIC  9(02).
       01  RTN-STS            PIC  9(02).
       01  WK-RTN-EOF         PIC  X     VALUE "N".
       01  WK-TODAY           PIC  9(08).
       01  WK-DONE            PIC  X     VALUE "N".
       01  WK-EMP-FOUND       PIC  X     VALUE "N".
       01  WK-BNK-FOUND       PIC  X     VALUE "N".
       01  WK-BRANCH          PIC X(03).
       01  WK-ACCT            PIC X(10).
       01  WK-ACCT-NAME       PIC X(30).
       01  WK-ACCT-MASK       PIC X(10).
       01  WS-SEC-FUNC        PIC X(01).
       01  WS-SEC-FIELD       PIC X(03).
       01  WS-SEC-PGM         PIC X(10)  VALUE "EMPBNKMNT".
       01  WS-SEC-SHOW        PIC X(01).
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.
       MAIN-000.
              CLOSE EMP-FILE
           END-IF.
       MAIN-900.
           MOVE  "C"           TO   WS-SEC-FUNC.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           GOBACK.
       MAINTAIN-ONE-BANK.
           DISPLAY " ".
                         PERFORM APPLY-BANK-FIELDS
                         REWRITE BNK-REC
                         DISPLAY "Bank details record updated."
                         PERFORM MARK-RETURNS-CORRECTED
                      WHEN "D"
                         DELETE BANK-FILE
                         DISPLAY "Bank details record deleted."
                                    WK-CD ", status " BNK-STS
                         NOT INVALID KEY
                            DISPLAY "Bank details record added."
                            PERFORM MARK-RETURNS-CORRECTED
                       END-WRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       SHOW-BANK.
           MOVE  "V"           TO   WS-SEC-FUNC.
           MOVE  "BNK"         TO   WS-SEC-FIELD.
           CALL  "FLDSEC" USING WS-SEC-FUNC, WS-SEC-FIELD, WK-CD,
                                WS-SEC-PGM, WS-SEC-SHOW.
           DISPLAY "Bank code      : " BNK-BANK.
           DISPLAY "Branch         : " BNK-BRANCH.
           IF WS-SEC-SHOW = "Y"
              DISPLAY "Account number : " BNK-ACCT
           ELSE
              MOVE  "******"      TO   WK-ACCT-MASK(1:6)
              MOVE  BNK-ACCT(7:4) TO   WK-ACCT-MASK(7:4)
              DISPLAY "Account number : " WK-ACCT-MASK
           END-IF.
           DISPLAY "Account name   : " BNK-ACCT-NAME.
       ACCEPT-BANK-FIELDS.
           DISPLAY "Bank code       (blank = keep): " NO ADVANCING.
           IF WK-ACCT-NAME NOT = SPACES
              MOVE  WK-ACCT-NAME    TO   BNK-ACCT-NAME
           END-IF.
       MARK-RETURNS-CORRECTED.
           MOVE  "N"           TO   WK-RTN-EOF.
           ACCEPT  WK-TODAY FROM DATE YYYYMMDD.
           OPEN  I-O RTN-FILE.
           EVALUATE RTN-STS
             WHEN "00"
                MOVE  WK-CD         TO   RTN-CD
                START RTN-FILE KEY IS = RTN-CD
                  INVALID KEY
                      MOVE "Y"      TO   WK-RTN-EOF
                END-START
                PERFORM UNTIL WK-RTN-EOF = "Y"
                  READ RTN-FILE NEXT
                  EVALUATE RTN-STS
                    WHEN "00"
                    WHEN "02"
                       IF RTN-CD NOT = WK-CD
                          MOVE "Y" TO WK-RTN-EOF
                       ELSE
                          IF RTN-STATUS = "R"
                             MOVE  "C"       TO   RTN-STATUS
                             MOVE  WK-TODAY  TO   RTN-FIX-DATE
                             REWRITE RTN-REC
                             DISPLAY "Returned payment for period "
                                     RTN-PERIOD " is now ready for"
                                     " re-issue (PAYREISS)."
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "Y" TO WK-RTN-EOF
                  END-EVALUATE
                END-PERFORM
                CLOSE RTN-FILE
             WHEN "35"
                CONTINUE
             WHEN OTHER
                DISPLAY "BANKRTN open failed, status " RTN-STS
                        " - returned payments not updated"
           END-EVALUATE.

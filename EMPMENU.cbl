               05  WK-PGM-NAME     PIC X(08).
               05  WK-PGM-TS       PIC X(21).
               05  WK-PGM-STATUS   PIC X(03).
       01  WK-CHOICE          PIC 9(03).
       01  WK-DONE            PIC X      VALUE "N".
       01  WK-SIGNED-ON       PIC X      VALUE "N".
       01  WK-TRY             PIC 9(01)  VALUE ZERO.
           ELSE
              MOVE  SPACES     TO   WK-QUE-PARM
              IF WK-QUE-PGM = "EMPLIST"
                 DISPLAY "Filters dept,fromdate,todate[,A = as-of"
                         " master] (e.g. 02,20260101,20261231 or"
                         " blank):"
                 ACCEPT  WK-QUE-PARM
              END-IF
              PERFORM STORE-QUEUE-REQUEST
           END-IF.
           DISPLAY "74. Search skill holders           (SKLSEARCH)".
           DISPLAY "75. Expiring certifications report (SKLEXPRPT)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "76. Approve held pay/grade changes    (COMPAPRV)"
              DISPLAY "77. Process bank payment returns        (PAYRTN)"
              DISPLAY "78. Re-issue corrected returns        (PAYREISS)"
              DISPLAY "79. Pre-release pay variance report     (PAYVAR)"
              DISPLAY "80. Pension scheme maintenance       (PENSCHMNT)"
              DISPLAY "81. Pension enrolment maintenance    (PENENRMNT)"
           END-IF.
           DISPLAY "82. Pension enrolment report         (PENENRRPT)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "83. Expense category maintenance     (EXPCATMNT)"
              DISPLAY "84. Expense claim entry               (EXPENTRY)"
           END-IF.
           DISPLAY "85. Approve expense claims            (EXPAPPRV)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "86. Position maintenance              (POSMAINT)"
           END-IF.
           DISPLAY "87. Position vacancy report          (POSVACRPT)".
           DISPLAY "88. Over-establishment exceptions    (POSOVRRPT)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "89. Recruitment requisitions          (REQMAINT)"
              DISPLAY "90. Applicant tracking                (APLMAINT)"
              DISPLAY "91. Accepted applicants to EMPTRANS    (REQHIRE)"
           END-IF.
           DISPLAY "92. Requisition ageing/time-to-fill     (REQRPT)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "93. Training course catalogue         (CRSMAINT)"
              DISPLAY "94. Training session schedule         (SESMAINT)"
              DISPLAY "95. Training enrolment/attendance     (ENRMAINT)"
           END-IF.
           DISPLAY "96. Expiring certs vs sessions        (TRNMATCH)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "97. Sensitive field policy           (SECPOLMNT)"
              DISPLAY "98. Company maintenance                (COMAINT)"
           END-IF.
           DISPLAY "100. Report spool viewer/reprint       (SPLVIEW)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "101. Contact change feed load         (CONCHGLD)"
              DISPLAY "102. Contact change approval           (CONAPRV)"
           END-IF.
           DISPLAY "103. 12-month headcount/cost forecast  (EMPFCST)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "104. Asset register maintenance       (ASTMAINT)"
              DISPLAY "105. Asset issue and return           (ASTISSUE)"
           END-IF.
           DISPLAY "106. Employee asset inquiry             (ASTINQ)".
           DISPLAY "107. Leavers outstanding assets      (ASTLVRRPT)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "108. Final settlement for leavers    (PAYSETTLE)"
           END-IF.
           DISPLAY "109. Employee master as at a date      (EMPASOF)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "110. Succession planning - key roles  (SUCMAINT)"
              DISPLAY "111. Succession plan report            (SUCCRPT)"
           END-IF.
           IF WK-OPR-AUTH = "H"
              DISPLAY "112. Disciplinary/grievance cases    (CASEMAINT)"
              DISPLAY "113. Open case ageing report           (CASEAGE)"
              DISPLAY "114. Expiring warnings report         (CASEWARN)"
           END-IF.
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "115. Leave vs T&A reconciliation     (LVTARECON)"
           END-IF.
           DISPLAY "116. Verify audit trail seal chain   (AUDVERIFY)".
           IF WK-OPR-AUTH NOT = "I"
              DISPLAY "117. HR letters from events          (LETTERGEN)"
              DISPLAY "118. HR letter templates             (LTRTPLMNT)"
              DISPLAY "119. Year-end tax return filing       (TAXEFILE)"
              DISPLAY "120. Deduction remittance run         (PAYREMIT)"
              DISPLAY "121. Deduction payees                 (PAYEEMNT)"
              DISPLAY "122. Supplementary payroll run         (PAYSUPP)"
           END-IF.
           DISPLAY "99. Exit".
       SHOW-LAST-RUNS.
           MOVE  "N"           TO   WK-RUN-EOF.
                WHEN 71
                WHEN 72
                WHEN 73
                WHEN 76
                WHEN 77
                WHEN 78
                WHEN 79
                WHEN 80
                WHEN 81
                WHEN 83
                WHEN 84
                WHEN 86
                WHEN 89
                WHEN 90
                WHEN 91
                WHEN 93
                WHEN 94
                WHEN 95
                WHEN 97
                WHEN 98
                WHEN 101
                WHEN 102
                WHEN 104
                WHEN 105
                WHEN 108
                WHEN 110
                WHEN 111
                WHEN 115
                WHEN 117
                WHEN 118
                WHEN 119
                WHEN 120
                WHEN 121
                WHEN 122
                   DISPLAY "Not authorized - inquiry-only operator."
                   MOVE "N" TO WK-ALLOWED
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
           IF WK-OPR-AUTH NOT = "H"
              EVALUATE WK-CHOICE
                WHEN 112
                WHEN 113
                WHEN 114
                   DISPLAY "Not authorized - HR authority required."
                   MOVE "N" TO WK-ALLOWED
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.
       RUN-CHOICE.
           IF WK-ALLOWED = "N"
              CONTINUE
                CALL "SKLSEARCH"
             WHEN 75
                CALL "SKLEXPRPT"
             WHEN 76
                CALL "COMPAPRV"
             WHEN 77
                CALL "PAYRTN"
             WHEN 78
                CALL "PAYREISS"
             WHEN 79
                CALL "PAYVAR"
             WHEN 80
                CALL "PENSCHMNT"
             WHEN 81
                CALL "PENENRMNT"
             WHEN 82
                CALL "PENENRRPT"
             WHEN 83
                CALL "EXPCATMNT"
             WHEN 84
                CALL "EXPENTRY"
             WHEN 85
                CALL "EXPAPPRV"
             WHEN 86
                CALL "POSMAINT"
             WHEN 87
                CALL "POSVACRPT"
             WHEN 88
                CALL "POSOVRRPT"
             WHEN 89
                CALL "REQMAINT"
             WHEN 90
                CALL "APLMAINT"
             WHEN 91
                CALL "REQHIRE"
             WHEN 92
                CALL "REQRPT"
             WHEN 93
                CALL "CRSMAINT"
             WHEN 94
                CALL "SESMAINT"
             WHEN 95
                CALL "ENRMAINT"
             WHEN 96
                CALL "TRNMATCH"
             WHEN 97
                CALL "SECPOLMNT"
             WHEN 98
                CALL "COMAINT"
             WHEN 100
                CALL "SPLVIEW"
             WHEN 101
                CALL "CONCHGLD"
             WHEN 102
                CALL "CONAPRV"
             WHEN 103
                CALL "EMPFCST"
             WHEN 104
                CALL "ASTMAINT"
             WHEN 105
                CALL "ASTISSUE"
             WHEN 106
                CALL "ASTINQ"
             WHEN 107
                CALL "ASTLVRRPT"
             WHEN 108
                CALL "PAYSETTLE"
             WHEN 109
                CALL "EMPASOF"
             WHEN 110
                CALL "SUCMAINT"
             WHEN 111
                CALL "SUCCRPT"
             WHEN 112
                CALL "CASEMAINT"
             WHEN 113
                CALL "CASEAGE"
             WHEN 114
                CALL "CASEWARN"
             WHEN 115
                CALL "LVTARECON"
             WHEN 116
                CALL "AUDVERIFY"
             WHEN 117
                CALL "LETTERGEN"
             WHEN 118
                CALL "LTRTPLMNT"
             WHEN 119
                CALL "TAXEFILE"
             WHEN 120
                CALL "PAYREMIT"
             WHEN 121
                CALL "PAYEEMNT"
             WHEN 122
                CALL "PAYSUPP"
             WHEN 99
                MOVE "Y" TO WK-DONE
             WHEN OTHER

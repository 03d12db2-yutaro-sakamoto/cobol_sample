       01  SUP-REC.
           03  SUP-CD         PIC X(04).
           03  SUP-TYPE       PIC X(03).
           03  SUP-AMOUNT     PIC 9(07)V99.
           03  SUP-DESC       PIC X(30).

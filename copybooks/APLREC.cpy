       01  APL-REC.
           03  APL-SEQ        PIC 9(06).
           03  APL-REQ-NO     PIC 9(06).
           03  APL-NAME       PIC X(20).
           03  APL-BIRTH-DATE PIC 9(08).
           03  APL-STAGE      PIC X(01).
           03  APL-APPLIED-DATE PIC 9(08).
           03  APL-STAGE-DATE PIC 9(08).
           03  APL-OFFER-SALARY PIC 9(07)V99.
           03  APL-START-DATE PIC 9(08).
           03  APL-OPR        PIC X(08).

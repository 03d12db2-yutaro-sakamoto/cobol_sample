       01  REQ-REC.
           03  REQ-NO         PIC 9(06).
           03  REQ-DPT-CD     PIC X(02).
           03  REQ-GRADE      PIC X(02).
           03  REQ-POS-NO     PIC X(06).
           03  REQ-TITLE      PIC X(20).
           03  REQ-MGR-CD     PIC X(04).
           03  REQ-SALARY     PIC 9(07)V99.
           03  REQ-TARGET-DATE PIC 9(08).
           03  REQ-OPEN-DATE  PIC 9(08).
           03  REQ-RAISED-BY  PIC X(08).
           03  REQ-APPROVER   PIC X(08).
           03  REQ-APPROVED-DATE PIC 9(08).
           03  REQ-STATUS     PIC X(01).
           03  REQ-CLOSED-DATE PIC 9(08).
           03  REQ-APL-SEQ    PIC 9(06).

       01  PYE-REC.
           03  PYE-CD         PIC X(04).
           03  PYE-NAME       PIC X(30).
           03  PYE-BANK       PIC X(04).
           03  PYE-BRANCH     PIC X(03).
           03  PYE-ACCT       PIC X(10).
           03  PYE-REF-PREFIX PIC X(08).
           03  PYE-REF-FMT    PIC X(01).
           03  PYE-GL-ACCT    PIC X(06).
           03  PYE-STATUS     PIC X(01).

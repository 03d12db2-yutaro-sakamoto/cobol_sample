       01  SES-REC.
           03  SES-NO         PIC 9(06).
           03  SES-CRS-CD     PIC X(06).
           03  SES-DATE       PIC 9(08).
           03  SES-LOCATION   PIC X(20).
           03  SES-CAPACITY   PIC 9(03).
           03  SES-BOOKED     PIC 9(03).
           03  SES-WAITING    PIC 9(03).
           03  SES-STATUS     PIC X(01).

       01  CRS-REC.
           03  CRS-CD         PIC X(06).
           03  CRS-NAME       PIC X(20).
           03  CRS-SKL-CD     PIC X(04).
           03  CRS-LEVEL      PIC 9(01).
           03  CRS-VALID-MONTHS PIC 9(03).
           03  CRS-STATUS     PIC X(01).

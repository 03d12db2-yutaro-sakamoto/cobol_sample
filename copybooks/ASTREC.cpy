       01  AST-REC.
           03  AST-TAG        PIC X(10).
           03  AST-TYPE       PIC X(02).
           03  AST-DESC       PIC X(30).
           03  AST-VALUE      PIC 9(07)V99.
           03  AST-ACQ-DATE   PIC 9(08).
           03  AST-STATUS     PIC X(01).
           03  AST-HOLDER     PIC X(04).

       01  CTL-REC.
           03  CTL-KEY        PIC X(04).
           03  CTL-LAST-CD    PIC 9(04).
           03  CTL-VALUE REDEFINES CTL-LAST-CD
                              PIC 9(04).

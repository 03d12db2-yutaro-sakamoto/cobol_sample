           SELECT CON-CONFIRM ASSIGN TO "CONCHGOUT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  CCF-STS.

           SELECT ADJ-FILE ASSIGN TO "PAYADJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  ADJ-STS.

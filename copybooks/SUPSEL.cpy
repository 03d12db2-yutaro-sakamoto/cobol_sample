           SELECT SUP-FILE ASSIGN TO "SUPPAY"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  SUP-STS.

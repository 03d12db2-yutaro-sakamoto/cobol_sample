           SELECT ACC-LOG ASSIGN TO "ACCLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  ACC-STS.

           SELECT SUC-FILE ASSIGN TO "SUCCPLAN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SUC-KEY
                  FILE STATUS  IS  SUC-STS.

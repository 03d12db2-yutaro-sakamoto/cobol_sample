           SELECT LTT-FILE ASSIGN TO "LETTERTPL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  LTT-KEY
                  FILE STATUS  IS  LTT-STS.

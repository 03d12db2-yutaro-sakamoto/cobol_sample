           SELECT CO-FILE ASSIGN TO "COMPANY"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  CO-CD
                  FILE STATUS  IS  CO-STS.

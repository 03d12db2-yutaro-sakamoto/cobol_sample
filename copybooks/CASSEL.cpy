           SELECT CAS-FILE ASSIGN TO "EMPCASE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  CAS-KEY
                  FILE STATUS  IS  CAS-STS.

           SELECT CHN-FILE ASSIGN TO "EMPAUDCHN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  CHN-KEY
                  FILE STATUS  IS  CHN-STS.

           SELECT KRL-FILE ASSIGN TO "SUCCROLE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  KRL-KEY
                  FILE STATUS  IS  KRL-STS.

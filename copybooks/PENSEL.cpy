           SELECT PEN-FILE ASSIGN TO "PENENROL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  PEN-KEY
                  FILE STATUS  IS  PEN-STS.

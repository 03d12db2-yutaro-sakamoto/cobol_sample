           SELECT DWH-FILE ASSIGN TO "PAYDEDWH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  DWH-KEY
                  FILE STATUS  IS  DWH-STS.

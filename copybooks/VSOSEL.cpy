           SELECT VSO-FILE ASSIGN TO "PAYVARSO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  VSO-PERIOD
                  FILE STATUS  IS  VSO-STS.

           SELECT PCK-FILE ASSIGN TO "PAYCKPT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  PCK-PERIOD
                  FILE STATUS  IS  PCK-STS.

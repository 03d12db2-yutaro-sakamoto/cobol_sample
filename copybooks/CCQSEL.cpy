           SELECT CON-QUEUE ASSIGN TO "EMPCONQ"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  CCQ-SEQ
                  FILE STATUS  IS  CCQ-STS.

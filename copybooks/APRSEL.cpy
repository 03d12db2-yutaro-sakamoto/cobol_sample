           SELECT APR-FILE ASSIGN TO "EMPAPPRV"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  APR-SEQ
                  FILE STATUS  IS  APR-STS.

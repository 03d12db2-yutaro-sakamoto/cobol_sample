           SELECT SEC-FILE ASSIGN TO "SECPOLICY"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SEC-FIELD
                  FILE STATUS  IS  SEC-STS.

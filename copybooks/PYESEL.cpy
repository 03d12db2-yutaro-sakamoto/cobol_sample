           SELECT PYE-FILE ASSIGN TO "PAYEE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  PYE-CD
                  FILE STATUS  IS  PYE-STS.

           SELECT ECT-FILE ASSIGN TO "EXPCAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  ECT-CD
                  FILE STATUS  IS  ECT-STS.

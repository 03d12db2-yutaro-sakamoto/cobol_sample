           SELECT PSC-FILE ASSIGN TO "PENSCHEME"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  PSC-CD
                  FILE STATUS  IS  PSC-STS.

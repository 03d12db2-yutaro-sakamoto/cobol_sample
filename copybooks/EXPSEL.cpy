           SELECT EXP-FILE ASSIGN TO "EXPCLAIM"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  EXP-SEQ
                  ALTERNATE RECORD KEY IS EXP-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  EXP-STS.

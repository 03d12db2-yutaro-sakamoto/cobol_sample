           SELECT EMP-FILE ASSIGN TO WS-EMP-DSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  EMP-CD
                  ALTERNATE RECORD KEY IS EMP-DPT-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  EMP-STS.

           SELECT ASF-FILE ASSIGN TO "EMPASOF"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  ASF-CD
                  ALTERNATE RECORD KEY IS ASF-DPT-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  ASF-STS.

           SELECT CRS-FILE ASSIGN TO "COURSEMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  CRS-CD
                  FILE STATUS  IS  CRS-STS.

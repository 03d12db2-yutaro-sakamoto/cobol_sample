           SELECT POS-FILE ASSIGN TO "POSMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  POS-NO
                  ALTERNATE RECORD KEY IS POS-EMP-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  POS-STS.

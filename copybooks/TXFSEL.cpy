           SELECT TXF-FILE ASSIGN TO "TAXFILED"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  TXF-KEY
                  FILE STATUS  IS  TXF-STS.

           SELECT DPL-FILE ASSIGN TO "DEDPAYEE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  DPL-KEY
                  FILE STATUS  IS  DPL-STS.

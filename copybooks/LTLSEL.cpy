           SELECT LTL-FILE ASSIGN TO "LETTERLOG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  LTL-KEY
                  FILE STATUS  IS  LTL-STS.

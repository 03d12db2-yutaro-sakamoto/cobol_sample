           SELECT ASL-FILE ASSIGN TO "ADJSETL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  ASL-KEY
                  FILE STATUS  IS  ASL-STS.

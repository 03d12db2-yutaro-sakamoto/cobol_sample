           SELECT STL-FILE ASSIGN TO "PAYSETL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  STL-KEY
                  FILE STATUS  IS  STL-STS.

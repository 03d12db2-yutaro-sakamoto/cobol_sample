           SELECT REQ-FILE ASSIGN TO "REQFILE"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  REQ-NO
                  FILE STATUS  IS  REQ-STS.

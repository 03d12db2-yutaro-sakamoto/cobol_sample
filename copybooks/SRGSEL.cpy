           SELECT SRG-FILE ASSIGN TO "PAYSUPREG"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SRG-KEY
                  FILE STATUS  IS  SRG-STS.

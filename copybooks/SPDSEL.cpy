           SELECT SPL-DATA ASSIGN TO "SPLDATA"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SPD-KEY
                  FILE STATUS  IS  SPD-STS.

           SELECT AST-FILE ASSIGN TO "ASSETMAST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  AST-TAG
                  FILE STATUS  IS  AST-STS.

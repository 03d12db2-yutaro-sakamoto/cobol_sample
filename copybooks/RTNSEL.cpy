           SELECT RTN-FILE ASSIGN TO "BANKRTN"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  RTN-KEY
                  ALTERNATE RECORD KEY IS RTN-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  RTN-STS.

           SELECT ENR-FILE ASSIGN TO "ENROLMENT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  ENR-KEY
                  ALTERNATE RECORD KEY IS ENR-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  ENR-STS.

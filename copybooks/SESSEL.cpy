           SELECT SES-FILE ASSIGN TO "COURSESESS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SES-NO
                  ALTERNATE RECORD KEY IS SES-CRS-CD
                            WITH DUPLICATES
                  FILE STATUS  IS  SES-STS.

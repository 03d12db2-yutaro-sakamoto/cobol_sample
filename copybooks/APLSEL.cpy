           SELECT APL-FILE ASSIGN TO "APPLICANT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  APL-SEQ
                  ALTERNATE RECORD KEY IS APL-REQ-NO
                            WITH DUPLICATES
                  FILE STATUS  IS  APL-STS.

           SELECT AIS-FILE ASSIGN TO "ASSETISS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  AIS-KEY
                  FILE STATUS  IS  AIS-STS.

           SELECT SPL-INDEX ASSIGN TO "SPLINDEX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS  DYNAMIC
                  RECORD KEY   IS  SPX-ID
                  FILE STATUS  IS  SPX-STS.

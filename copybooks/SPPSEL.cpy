           SELECT SPL-PRINT ASSIGN TO "SPLPRINT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  SPP-STS.

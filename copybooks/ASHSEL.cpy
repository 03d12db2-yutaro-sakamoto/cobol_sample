           SELECT ASH-FILE ASSIGN TO "EMPASOFHDR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS  ASH-STS.

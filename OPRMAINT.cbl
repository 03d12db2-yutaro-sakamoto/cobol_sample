              END-IF
              DISPLAY "Name (blank = keep)          : " NO ADVANCING
              ACCEPT  WK-NAME
              DISPLAY "Auth U/I/S/H (blank = keep)   : " NO ADVANCING
              ACCEPT  WK-AUTH
              MOVE  FUNCTION UPPER-CASE(WK-AUTH) TO WK-AUTH
              DISPLAY "Own employee cd (blank = keep): " NO ADVANCING
       APPLY-OPR-CHANGE.
           IF WK-AUTH NOT = SPACES
              AND WK-AUTH NOT = "U" AND WK-AUTH NOT = "I"
              AND WK-AUTH NOT = "S" AND WK-AUTH NOT = "H"
              DISPLAY "Authority must be U (update), I (inquiry),"
                      " S (supervisor) or H (HR cases)"
                      " - operator not saved."
           ELSE
              IF WK-FOUND = "N"
                 MOVE  WK-ID       TO   OPR-ID

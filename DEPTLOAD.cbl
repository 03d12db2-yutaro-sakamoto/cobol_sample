           OPEN  OUTPUT DEPT-FILE.
      *                   ----+----+----
           WRITE DEPT-REC FROM
                 "01Sales               1000610000210000A1001".
           WRITE DEPT-REC FROM
                 "02Engineering         2000620000210000A2002".
           WRITE DEPT-REC FROM
                 "03Human Resources     3000630000210000A3001".
           WRITE DEPT-REC FROM
                 "04Finance             4000640000210000A3001".
           CLOSE DEPT-FILE.
       MAIN-900.
           STOP RUN.

       01  CCF-REC                 PIC X(100).

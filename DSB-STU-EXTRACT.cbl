           03  TRANS-MIN-IN            PIC X(2).
           03  OPERATOR-IN             PIC X(10).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CSV-OUT.
       01  CSV-REC                     PIC X(300).

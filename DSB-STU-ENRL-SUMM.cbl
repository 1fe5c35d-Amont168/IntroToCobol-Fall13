           03  TRANS-MIN-IN            PIC X(2).
           03  OPERATOR-IN             PIC X(10).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  MJR-MST-IN.
       01  MJR-REC.

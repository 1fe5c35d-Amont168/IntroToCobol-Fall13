           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  ROSTER-OUT.
       01  ROSTER-REC                  PIC X(80).

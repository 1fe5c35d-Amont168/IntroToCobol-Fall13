           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  CSV-OUT.
       01  CSV-REC                 PIC X(80).

           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  CSV-OUT.
       01  CSV-REC                     PIC X(120).

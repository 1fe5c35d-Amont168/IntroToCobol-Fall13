           03  CD-RATE-IO              PIC V9(4).
           03  CD-ROLLOVER-IO          PIC X.
           03  ACC-BRANCH-IO           PIC X(2).
           03  ACC-AVAIL-BLNC-IO       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IO        PIC 9(8).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

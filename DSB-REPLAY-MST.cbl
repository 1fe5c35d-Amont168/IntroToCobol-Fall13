           03  YTD-TYPE                PIC X.
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

       FD  MST-IO.
       01  REC-IO.
           03  CD-RATE-IO              PIC V9(4).
           03  CD-ROLLOVER-IO          PIC X.
           03  ACC-BRANCH-IO           PIC X(2).
           03  ACC-AVAIL-BLNC-IO       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IO        PIC 9(8).

       FD  REGISTER-OUT.
       01  REGISTER-REC                PIC X(80).

      *                      AND EVERY ACCOUNT PRINTS AS ITS OWN        *
      *                      SECTION. AN ACCOUNT WITH NO CUSTOMER LINK  *
      *                      STILL STATEMENTS SINGLY AS BEFORE.         *
      *    10/15/26 D.BROWN  DETAIL LAYOUT CARRIES THE CHECK NUMBER     *
      *                      POSTED FROM THE INCLEARING RUN.            *
      *    10/15/26 D.BROWN  BACKUP WITHHOLDING ("B") LISTS AS A DEBIT; *
      *                      CUSTOMER LAYOUT CARRIES THE TIN FIELDS.    *
      *******************************************************************
       IDENTIFICATION DIVISION.

           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       SD  SRT-WORK.
       01  SRT-REC.
           03  FILLER                  PIC X(10).
           03  SRT-CUST-NUM            PIC X(5).
           03  FILLER                  PIC X(5).
           03  FILLER                  PIC X(43).

       FD  SORTED-MST.
       01  REC-SORTED                  PIC X(115).

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  TRANS-IN.
       01  TRX-REC.
               88  TRX-IS-XFER-IN                  VALUE "Y".
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

       FD  STMT-OUT.
       01  STMT-REC                    PIC X(80).
                       MOVE "ESCHEATED" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)
                           FROM WS-NET-ACTIVITY
                   WHEN "B"
                       MOVE "BACKUP W/H" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)
                           FROM WS-NET-ACTIVITY
                   WHEN "X"
                       MOVE "TRANSFER OUT" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)

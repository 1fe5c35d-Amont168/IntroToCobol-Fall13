      *        INSTEAD OF A FRONT-TO-BACK PASS OVER THE WHOLE FILE.
      *        AN ACCOUNT CAN ALSO BE KEYED TO LIMIT AN ARCHIVED-YEAR
      *        REPRINT TO ONE STATEMENT.
      *    A CLEARED CHECK PRINTS "CHECK" AND ITS NUMBER IN PLACE OF
      *        THE "TRANSACTION" LABEL, AS ON THE CYCLE STATEMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.

               88  TRX-IS-XFER-OUT                 VALUE "X".
               88  TRX-IS-XFER-IN                  VALUE "Y".
               88  TRX-IS-ESCHEAT                  VALUE "E".
               88  TRX-IS-BACKUP-WH                VALUE "B".
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

       FD  MST-IN.
       01  REC-IN.
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  STMT-OUT.
       01  STMT-REC                    PIC X(80).
       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-ACC-NUM             PIC X(5).
           03  FILLER                  PIC X(30).

       FD  SORTED-HIST.
       01  REC-SORTED                  PIC X(35).

       FD  YTD-IN.
       01  Y2-REC.
           03  Y2-TYPE                 PIC X.
           03  Y2-AMNT                 PIC 9(6)V99.
           03  Y2-XFER-ACC             PIC X(5).
           03  Y2-CHECK-NUM            PIC X(8).

      ******************************************************************
       WORKING-STORAGE SECTION.
           03  WS-SL-TYPE              PIC X(12).
           03  WS-SL-AMOUNT            PIC -ZZZ,ZZ9.99.

       01  WS-CHECK-LABEL.
           03  FILLER                  PIC X(6)  VALUE "CHECK ".
           03  WS-CL-CHECK-NUM         PIC X(8).
           03  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-STMT-BAL-LINE.
           03  WS-BAL-LABEL            PIC X(20).
           03  WS-BAL-AMOUNT           PIC -ZZZ,ZZ9.99.
               MOVE Y2-TYPE    TO TRX-TYPE
               MOVE Y2-AMNT    TO TRX-AMNT
               MOVE Y2-XFER-ACC TO TRX-XFER-ACC
               MOVE Y2-CHECK-NUM TO TRX-CHECK-NUM
               IF TRX-ACC-NUM NOT = WS-PREV-ACC-NUM
                   PERFORM 210-START-STATEMENT
               END-IF

       220-PRINT-TRANSACTION.
           MOVE "TRANSACTION"    TO WS-SL-LABEL.
           IF TRX-CHECK-NUM NOT = SPACES
               MOVE TRX-CHECK-NUM TO WS-CL-CHECK-NUM
               MOVE WS-CHECK-LABEL TO WS-SL-LABEL
           END-IF.
           MOVE TRX-MNTH         TO WS-SL-MNTH.
           MOVE TRX-DY           TO WS-SL-DY.
           MOVE TRX-YR           TO WS-SL-YR.
               WHEN TRX-IS-ESCHEAT
                   MOVE "ESCHEATED" TO WS-SL-TYPE
                   SUBTRACT TRX-AMNT FROM WS-NET-ACTIVITY
               WHEN TRX-IS-BACKUP-WH
                   MOVE "BACKUP W/H" TO WS-SL-TYPE
                   SUBTRACT TRX-AMNT FROM WS-NET-ACTIVITY
               WHEN TRX-IS-XFER-IN
                   MOVE "TRANSFER IN" TO WS-SL-TYPE
                   ADD TRX-AMNT TO WS-NET-ACTIVITY

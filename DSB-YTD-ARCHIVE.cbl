           03  TRX-TYPE                PIC X.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

       FD  HIST-OUT.
       01  HIST-REC.
           03  HIS-TYPE                PIC X.
           03  HIS-AMNT                PIC 9(6)V99.
           03  HIS-XFER-ACC            PIC X(5).
           03  HIS-CHECK-NUM           PIC X(8).

      ******************************************************************
       WORKING-STORAGE SECTION.
               MOVE TRX-TYPE    TO HIS-TYPE
               MOVE TRX-AMNT    TO HIS-AMNT
               MOVE TRX-XFER-ACC TO HIS-XFER-ACC
               MOVE TRX-CHECK-NUM TO HIS-CHECK-NUM
               WRITE HIST-REC
               ADD 1 TO WS-ARCH-CNTR
               DELETE TRANS-IO RECORD

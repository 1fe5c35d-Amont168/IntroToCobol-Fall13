           03  SUSP-AMNT               PIC 9(6)V99.
           03  SUSP-XFER-ACC           PIC X(5).
           03  SUSP-BRANCH             PIC X(2).
           03  SUSP-CHECK-NUM          PIC X(8).
           03  SUSP-CASH-IND           PIC X.
           03  SUSP-TELLER-ID          PIC X(10).

       FD  RELEASED-OUT.
       01  RELEASED-REC                PIC X(48).

       FD  SUSP-TEMP.
       01  SUSP-TEMP-REC               PIC X(48).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SUSP-IDX                 PIC 9(3).
       01  WS-KEEP-CNT                 PIC 9(3) VALUE ZERO.
       01  WS-SUSP-TABLE.
           03  WS-SUSP-ENTRY           PIC X(48) OCCURS 200 TIMES.

       01  WS-ACTION                   PIC X.


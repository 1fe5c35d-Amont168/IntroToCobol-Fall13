      *        MONTH GENERATED SO A RERUN OR A WEEKEND CATCH-UP
      *        NEVER DOUBLES AN ORDER, AND A REGISTER OF EVERYTHING
      *        GENERATED PRINTS FOR THE BRANCH.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-SO-GENERATE".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           PERFORM 102-READ-RUN-PARMS.
           IF NOT WS-UNATTENDED
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-GEN-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           MOVE "X" TO TRX-TYPE.
           MOVE SO-AMOUNT TO TRX-AMNT.
           MOVE SO-CNTR-ACC TO TRX-XFER-ACC.
           MOVE SPACES TO TRX-BRANCH TRX-CHECK-NUM.
           MOVE SPACES TO TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           MOVE WS-CUR-YYYYMM TO SO-LAST-GEN.
           REWRITE SO-REC.

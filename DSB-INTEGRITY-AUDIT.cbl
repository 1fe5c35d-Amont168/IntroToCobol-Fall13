      *           DROPS AN EMPLOYEE, ONLY DSB-EMP-MAINT DOES.
      *        ANY FAILED RULE SETS THE CONDITION CODE SO THE STREAM
      *        CAN STOP.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

               88  TRX-IS-ESCHEAT            VALUE "E".
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

       FD  MST-CUR-IN.
       01  REC-CUR.
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-CUR            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(55).

       FD  MST-NEW-IN.
       01  REC-NEW.
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-NEW            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(65).

       FD  CLIENT-YTD-IN.
       01  CLIENT-YTD-REC              PIC 9(9)V99.
           03  OI-PAID                 PIC 9(6)V99.
           03  OI-TYPE                 PIC X.
               88  OI-IS-FIN-CHG                   VALUE "F".
               88  OI-IS-COST                      VALUE "C".
           03  OI-ADJ                  PIC 9(6)V99.

       FD  EMP-OLD-IN.
       01  EMP-OLD-REC                 PIC X(300).

       FD  EMP-NEW-IN.
       01  EMP-NEW-REC                 PIC X(300).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-INTEGRITY-AUDIT".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
               MOVE "*** ONE OR MORE RULES FAILED - INVESTIGATE ***"
                   TO RPT-REC
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           WRITE RPT-REC.
           CLOSE RPT-OUT.
               WS-START-TIME WS-FAIL-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
               END-READ
               PERFORM UNTIL WS-EOF
      *    FINANCE-CHARGE ITEMS ARE SYSTEM-ASSESSED, NOT BILLED
      *    WORK, SO THEY STAY OUT OF THE YTD TIE - AS DO CLIENT COST
      *    ITEMS, WHICH ARE ADVANCES RECOVERED, NOT FEES.
                   IF NOT OI-IS-FIN-CHG AND NOT OI-IS-COST
                       ADD OI-BILLED TO WS-OI-BILLED-TOT
                   END-IF
                   READ OPEN-ITEM-IN AT END MOVE "Y" TO WS-EOF-FLAG

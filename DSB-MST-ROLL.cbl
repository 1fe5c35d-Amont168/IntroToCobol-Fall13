      *        INDEXED CURRENT MASTER FROM THE NEW FILE (DROPPING
      *        THE OPERATOR STAMP, WHICH ONLY THE NEW FILE CARRIES)
      *        SO TOMORROW STARTS FROM TONIGHT'S BALANCES.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  MST-CUR-OUT.
       01  REC-OUT.
           03  CD-RATE-OUT             PIC V9(4).
           03  CD-ROLLOVER-OUT         PIC X.
           03  ACC-BRANCH-OUT          PIC X(2).
           03  ACC-AVAIL-BLNC-OUT       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-OUT        PIC 9(8).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-MST-ROLL".

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
           OPEN INPUT MST-NEW-IN.
               WS-START-TIME WS-ROLL-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           MOVE CD-RATE-IN TO CD-RATE-OUT.
           MOVE CD-ROLLOVER-IN TO CD-ROLLOVER-OUT.
           MOVE ACC-BRANCH-IN TO ACC-BRANCH-OUT.
           MOVE ACC-AVAIL-BLNC-IN TO ACC-AVAIL-BLNC-OUT.
           MOVE ACC-OPEN-DATE-IN TO ACC-OPEN-DATE-OUT.
           WRITE REC-OUT
               INVALID KEY
                   DISPLAY "DUPLICATE OR OUT-OF-ORDER ACCOUNT "

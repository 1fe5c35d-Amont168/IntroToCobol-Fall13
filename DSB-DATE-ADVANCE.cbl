      *        DATES ON DSB-HOLIDAY-CAL.TXT - SO TOMORROW'S STREAM
      *        PICKS UP THE RIGHT DATE WITHOUT ANYONE TOUCHING THE
      *        CONTROL FILE.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE NIGHT. IT IS RECORDED AGAINST
      *        THE DATE IT CLOSED, NOT THE DATE IT ROLLED TO.
      ******************************************************************
       IDENTIFICATION DIVISION.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-DATE-ADVANCE".

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
           OPEN INPUT PROC-DATE-FILE.
               WS-START-TIME WS-ADVANCE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

      *        CONSOLE, WITH A CONDITION CODE OF 4 SO THE MORNING
      *        REVIEW SEES IT. A FILE THAT LEFT THE BUILDING AND WAS
      *        NEVER CONFIRMED STOPS BEING A SURPRISE.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-XMIT-MATCH".

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
               DISPLAY "*** " WS-EXCEPT-CNTR " MANIFEST(S) PAST "
                   WS-AGE-LIMIT " DAYS WITHOUT ACKNOWLEDGMENT ***"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-STEP-RC
           ELSE
               DISPLAY "ALL MANIFESTS ACKNOWLEDGED OR WITHIN "
                   WS-AGE-LIMIT " DAYS"
               WS-START-TIME WS-EXCEPT-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

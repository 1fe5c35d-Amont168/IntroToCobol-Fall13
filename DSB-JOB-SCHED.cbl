      *        WEEKEND OR HOLIDAY SHIFTS BACK TO THE LAST BUSINESS
      *        DAY OF THE MONTH, SO THE FEE RUN CAN NO LONGER FALL
      *        THROUGH A SATURDAY THE 31ST.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-JOB-SCHED".

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
               WS-START-TIME WS-DUE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           MOVE 31 TO JS-DAY.
           MOVE ZERO TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-IOLTA-REMIT" TO JS-JOB.
           MOVE "M" TO JS-FREQ.
           MOVE 05 TO JS-DAY.
           MOVE ZERO TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-YTD-ARCHIVE" TO JS-JOB.
           MOVE "A" TO JS-FREQ.
           MOVE 05 TO JS-DAY.
           MOVE 15 TO JS-DAY.
           MOVE 08 TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-LOAN-ALLOW" TO JS-JOB.
           MOVE "A" TO JS-FREQ.
           MOVE 31 TO JS-DAY.
           MOVE 03 TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE 06 TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE 09 TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE 12 TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-CREDIT-RPT" TO JS-JOB.
           MOVE "M" TO JS-FREQ.
           MOVE 31 TO JS-DAY.
           MOVE ZERO TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-ENRL-REPORT" TO JS-JOB.
           MOVE "M" TO JS-FREQ.
           MOVE 20 TO JS-DAY.
           MOVE ZERO TO JS-MONTH.
           WRITE SCHEDULE-REC.
           MOVE "DSB-AP-DISB" TO JS-JOB.
           MOVE "W" TO JS-FREQ.
           MOVE 4 TO JS-DAY.
           MOVE ZERO TO JS-MONTH.
           WRITE SCHEDULE-REC.
           CLOSE SCHEDULE-FILE.
           DISPLAY "DSB-JOB-SCHEDULE.TXT NOT FOUND - STARTER "
               "SCHEDULE WRITTEN".

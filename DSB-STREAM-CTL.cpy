      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-STREAM-CTL
      *    PURPOSE: ONE STEP COMPLETION ON THE NIGHTLY STREAM CONTROL
      *        FILE (DSB-STREAM-CTL.TXT), APPENDED BY DSB-STEP-CTL AS
      *        EACH DSBNITE STEP PROGRAM ENDS - THE PROGRAM, THE
      *        PROCESSING DATE IT RAN FOR, ITS RETURN CODE, AND THE
      *        WALL-CLOCK DATE AND TIME IT FINISHED. READ BACK BY
      *        DSB-STEP-CTL TO SKIP A STEP ALREADY DONE TONIGHT AND BY
      *        DSB-RESTART-RPT TO SHOW THE RERUN PLAN. ROWS PAST THEIR
      *        RETENTION PERIOD ARE TRIMMED BY DSB-RETAIN-PURGE.
      *-----------------------------------------------------------------*
       01  STREAM-CTL-REC.
           03  SC-PROGRAM                  PIC X(20).
           03  SC-PROC-DATE                PIC 9(8).
           03  SC-RETURN-CODE              PIC 9(4).
           03  SC-END-DATE                 PIC 9(8).
           03  SC-END-TIME                 PIC X(8).

      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-STEP-PARM
      *    PURPOSE: WORKING-STORAGE PARAMETERS EVERY DSBNITE STEP
      *        PROGRAM PASSES TO DSB-STEP-CTL, WITH ITS OWN
      *        WS-PROGRAM-NAME. THE "C" CALL AT THE TOP OF THE RUN
      *        FILLS IN THE PROCESSING DATE AND THE DONE FLAG; THE
      *        "D" CALL AT THE CLEAN END HANDS BACK THE SAME DATE
      *        WITH THE STEP'S RETURN CODE.
      *    EVERY CONDITION CODE THE STEP SETS GOES INTO WS-STEP-RC AS
      *        IT IS SET - THE AUDIT-LOG AND CONTROL-TOTAL CALLS AT
      *        THE END OF THE RUN RESET RETURN-CODE TO ZERO.
      *-----------------------------------------------------------------*
       01  WS-STEP-ACTION              PIC X.
       01  WS-STEP-DATE                PIC 9(8).
       01  WS-STEP-RC                  PIC 9(4) VALUE ZERO.
       01  WS-STEP-DONE-FLAG           PIC X.
           88  WS-STEP-DONE                  VALUE "Y".

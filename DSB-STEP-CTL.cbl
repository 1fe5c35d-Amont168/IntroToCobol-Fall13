      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-STEP-CTL
      *    PURPOSE: STEP-LEVEL RESTART CONTROL FOR THE DSBNITE STREAM.
      *        EVERY STEP PROGRAM CALLS IT TWICE, SO A FAILED NIGHT
      *        IS RESUBMITTED AS IT STANDS AND PICKS UP AT THE STEP
      *        THAT FAILED - NOTHING ALREADY DONE AGAINST TONIGHT'S
      *        FILES RUNS A SECOND TIME.
      *    ACTIONS (LS-ACTION):
      *        "C" - CHECK. RETURNS THE PROCESSING DATE FROM
      *              DSB-PROC-DATE IN LS-PROC-DATE, AND SETS
      *              LS-DONE-FLAG TO "Y" WHEN THE STREAM CONTROL FILE
      *              (DSB-STREAM-CTL.TXT) SHOWS THE PROGRAM'S LATEST
      *              RUN FOR THAT DATE ENDED UNDER RETURN CODE 4. THE
      *              CALLER THEN ENDS AT ONCE WITH RETURN CODE ZERO.
      *        "D" - DONE. APPENDS THE PROGRAM, LS-PROC-DATE AS
      *              RETURNED BY ITS "C" CALL, AND LS-STEP-RC TO THE
      *              CONTROL FILE. THE RETURN CODE IS HANDED BACK AS
      *              THIS ROUTINE'S OWN, SO THE STEP STILL ENDS WITH
      *              THE CONDITION CODE IT SET.
      *    BOTH ACTIONS APPLY ONLY WHILE THE BATCH-IN-PROGRESS FLAG
      *        (DSB-BATCH-FLAG.TXT) IS SET - THE SAME PROGRAM RUN BY
      *        HAND DURING THE DAY IS NEITHER SKIPPED NOR RECORDED.
      *        THE DATE IS TAKEN AT THE START OF THE STEP SO
      *        DSB-DATE-ADVANCE RECORDS ITSELF AGAINST THE NIGHT IT
      *        CLOSED, NOT THE DATE IT ROLLED TO.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-STEP-CTL.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT STREAM-CTL-FILE  ASSIGN "DSB-STREAM-CTL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-CTL-STATUS.

       SELECT BATCH-FLAG-FILE  ASSIGN "DSB-BATCH-FLAG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-FLAG-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  STREAM-CTL-FILE.
           COPY DSB-STREAM-CTL.

       FD  BATCH-FLAG-FILE.
       01  BATCH-FLAG-REC.
           03  BF-FLAG                 PIC X.
           03  BF-SET-DATE             PIC 9(8).
           03  BF-SET-TIME             PIC X(8).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-FLAG-STATUS              PIC XX.

       01  WS-BATCH-RUNNING-FLAG       PIC X.
           88  WS-BATCH-RUNNING              VALUE "Y".
       01  WS-CTL-EOF-FLAG             PIC X.
           88  WS-CTL-EOF                    VALUE "Y".
       01  WS-FOUND-FLAG               PIC X.
           88  WS-FOUND                      VALUE "Y".

       01  WS-LAST-RC                  PIC 9(4).
       01  WS-LAST-TIME                PIC X(8).

      ******************************************************************
       LINKAGE SECTION.

       01  LS-ACTION                   PIC X.
           88  LS-CHECK-STEP                           VALUE "C".
           88  LS-STEP-COMPLETE                        VALUE "D".
       01  LS-PROGRAM-NAME             PIC X(20).
       01  LS-PROC-DATE                PIC 9(8).
       01  LS-STEP-RC                  PIC 9(4).
       01  LS-DONE-FLAG                PIC X.
           88  LS-DONE                                 VALUE "Y".

      ******************************************************************
       PROCEDURE DIVISION USING LS-ACTION LS-PROGRAM-NAME
           LS-PROC-DATE LS-STEP-RC LS-DONE-FLAG.

       100-MAIN.
           PERFORM 110-READ-BATCH-FLAG.
           EVALUATE TRUE
               WHEN LS-CHECK-STEP
                   PERFORM 200-CHECK-STEP
                   MOVE ZERO TO RETURN-CODE
               WHEN LS-STEP-COMPLETE
                   PERFORM 300-RECORD-STEP
                   MOVE LS-STEP-RC TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-BATCH-FLAG.
           MOVE "N" TO WS-BATCH-RUNNING-FLAG.
           OPEN INPUT BATCH-FLAG-FILE.
           IF WS-FLAG-STATUS = "00"
               READ BATCH-FLAG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BF-FLAG = "Y"
                           MOVE "Y" TO WS-BATCH-RUNNING-FLAG
                       END-IF
               END-READ
               CLOSE BATCH-FLAG-FILE
           END-IF.

      *-----------------------------------------------------------------*
      *    THE LATEST ENTRY FOR THIS PROGRAM AND DATE DECIDES - A STEP
      *    THAT FAILED AND WAS THEN RERUN CLEAN IS DONE; ONE THAT RAN
      *    CLEAN AND THEN FAILED ON A LATER RERUN IS NOT.

       200-CHECK-STEP.
           MOVE "N" TO LS-DONE-FLAG.
           CALL "DSB-PROC-DATE" USING LS-PROC-DATE.
           IF WS-BATCH-RUNNING
               MOVE "N" TO WS-FOUND-FLAG
               MOVE "N" TO WS-CTL-EOF-FLAG
               OPEN INPUT STREAM-CTL-FILE
               IF WS-CTL-STATUS = "00"
                   READ STREAM-CTL-FILE
                       AT END MOVE "Y" TO WS-CTL-EOF-FLAG
                   END-READ
                   PERFORM 210-SCAN-ONE-ENTRY UNTIL WS-CTL-EOF
                   CLOSE STREAM-CTL-FILE
               END-IF
               IF WS-FOUND AND WS-LAST-RC < 4
                   MOVE "Y" TO LS-DONE-FLAG
                   DISPLAY "*** " LS-PROGRAM-NAME " ALREADY COMPLETE "
                       "FOR " LS-PROC-DATE " (RC " WS-LAST-RC " AT "
                       WS-LAST-TIME ") - STEP SKIPPED ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       210-SCAN-ONE-ENTRY.
           IF SC-PROGRAM = LS-PROGRAM-NAME
               AND SC-PROC-DATE = LS-PROC-DATE
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE SC-RETURN-CODE TO WS-LAST-RC
               MOVE SC-END-TIME TO WS-LAST-TIME
           END-IF.
           READ STREAM-CTL-FILE AT END MOVE "Y" TO WS-CTL-EOF-FLAG.

      *-----------------------------------------------------------------*

       300-RECORD-STEP.
           IF WS-BATCH-RUNNING
               OPEN EXTEND STREAM-CTL-FILE
               IF WS-CTL-STATUS = "35"
                   OPEN OUTPUT STREAM-CTL-FILE
                   CLOSE STREAM-CTL-FILE
                   OPEN EXTEND STREAM-CTL-FILE
               END-IF
               MOVE LS-PROGRAM-NAME TO SC-PROGRAM
               MOVE LS-PROC-DATE TO SC-PROC-DATE
               MOVE LS-STEP-RC TO SC-RETURN-CODE
               ACCEPT SC-END-DATE FROM DATE YYYYMMDD
               ACCEPT SC-END-TIME FROM TIME
               WRITE STREAM-CTL-REC
               CLOSE STREAM-CTL-FILE
           END-IF.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-RESTART-RPT
      *    PURPOSE: DSBNITE RESTART PLAN. LISTS EVERY STEP OF THE
      *        NIGHTLY STREAM IN ORDER AGAINST THE STREAM CONTROL FILE
      *        (DSB-STREAM-CTL.TXT) FOR THE CURRENT PROCESSING DATE
      *        AND SHOWS WHETHER A RESUBMITTED STREAM WILL RUN OR SKIP
      *        IT - SKIPPED WHEN IT ALREADY ENDED UNDER RETURN CODE 4
      *        TONIGHT, RUN WHEN IT FAILED OR NEVER RAN (INCLUDING A
      *        STEP THE FAILURE'S COND= BYPASSED). THE FIRST STEP THAT
      *        WILL RUN IS PRINTED AS THE RESTART POINT. THE PLAN GOES
      *        TO DSB-RESTART-RPT.TXT AND THE CONSOLE, SO OPERATIONS
      *        CAN CONFIRM A FAILED NIGHT WILL PICK UP WHERE IT
      *        STOPPED BEFORE RESUBMITTING DSBNITE UNCHANGED. IT ALSO
      *        RUNS AT THE TOP OF EVERY NIGHT SO THE PLAN IS ON THE
      *        STREAM'S OWN OUTPUT.
      *    THE STEP TABLE BELOW FOLLOWS DSB-NIGHTLY-BATCH.JCL AND
      *        CARRIES EACH STEP PROGRAM'S AUDIT NAME - A STEP ADDED TO
      *        THE STREAM IS ADDED HERE TOO. THE BATCH LOCK AND UNLOCK
      *        AND THIS REPORT RUN EVERY TIME. WITH NO STREAM IN
      *        PROGRESS (BATCH-IN-PROGRESS FLAG CLEAR) EVERY STEP RUNS
      *        AS A NEW NIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-RESTART-RPT.

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

       SELECT RPT-OUT          ASSIGN "DSB-RESTART-RPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-FLAG-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-BATCH-RUNNING-FLAG       PIC X VALUE "N".
           88  WS-BATCH-RUNNING              VALUE "Y".

      *    ONE ENTRY PER DSBNITE STEP, IN STREAM ORDER: STEP NAME,
      *    PROGRAM AUDIT NAME, AND "A" FOR A STEP THAT ALWAYS RUNS.
       01  WS-STEP-VALUES.
           03  FILLER                  PIC X(29) VALUE
               "STEP000 DSB-BATCH-LOCK      A".
           03  FILLER                  PIC X(29) VALUE
               "STEP000ADSB-RESTART-RPT     A".
           03  FILLER                  PIC X(29) VALUE
               "STEP001 DSB-JOB-SCHED        ".
           03  FILLER                  PIC X(29) VALUE
               "STEP002 DSB-INCLEARING       ".
           03  FILLER                  PIC X(29) VALUE
               "STEP002ADSB-CARD-SETTLE      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP003 DSB-SO-GENERATE      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP004 DSB-CD-MATURITY      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP004ADSB-OFAC-SCREEN      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP005 DSB-BANK-TRANS-EDIT  ".
           03  FILLER                  PIC X(29) VALUE
               "STEP010 DB-MID-TERM-2        ".
           03  FILLER                  PIC X(29) VALUE
               "STEP012 DSB-TELLER-SETTLE    ".
           03  FILLER                  PIC X(29) VALUE
               "STEP015 DSB-STMT-CYCLE       ".
           03  FILLER                  PIC X(29) VALUE
               "STEP017 DSB-LARGE-CASH       ".
           03  FILLER                  PIC X(29) VALUE
               "STEP017ADSB-TXN-MONITOR      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP019 DSB-LOAN-DELINQ      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP019ADSB-LOAN-UW          ".
           03  FILLER                  PIC X(29) VALUE
               "STEP020 PAYROLL-UPD-YTD-WKLY ".
           03  FILLER                  PIC X(29) VALUE
               "STEP025 DBROWNPROJ01         ".
           03  FILLER                  PIC X(29) VALUE
               "STEP026 DSB-DOCKET-TICKLER   ".
           03  FILLER                  PIC X(29) VALUE
               "STEP028 DSB-JE-CYCLE         ".
           03  FILLER                  PIC X(29) VALUE
               "STEP029 DSB-STU-GL-TOTALS    ".
           03  FILLER                  PIC X(29) VALUE
               "STEP030 DSB-GL-FEED          ".
           03  FILLER                  PIC X(29) VALUE
               "STEP035 DSB-GL-POST          ".
           03  FILLER                  PIC X(29) VALUE
               "STEP050 DSB-INTEGRITY-AUDIT  ".
           03  FILLER                  PIC X(29) VALUE
               "STEP070 DSB-MST-ROLL         ".
           03  FILLER                  PIC X(29) VALUE
               "STEP075 DSB-PARTY-BUILD      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP078 DSB-MAIL-RUN         ".
           03  FILLER                  PIC X(29) VALUE
               "STEP080 DSB-RPT-ARCHIVE      ".
           03  FILLER                  PIC X(29) VALUE
               "STEP085 DSB-XMIT-MATCH       ".
           03  FILLER                  PIC X(29) VALUE
               "STEP090 DSB-DATE-ADVANCE     ".
           03  FILLER                  PIC X(29) VALUE
               "STEP095 DSB-BATCH-UNLOCK    A".
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           03  WS-STEP-ENTRY OCCURS 31 TIMES.
               05  WS-ST-STEP          PIC X(8).
               05  WS-ST-PROGRAM       PIC X(20).
               05  WS-ST-ALWAYS        PIC X.
                   88  WS-ST-RUNS-ALWAYS     VALUE "A".
       01  WS-STEP-CNT                 PIC 9(2) VALUE 31.
       01  WS-STEP-IDX                 PIC 9(2).

      *    WHAT THE CONTROL FILE SAYS ABOUT EACH STEP TONIGHT - THE
      *    LATEST ENTRY WINS, AS IN DSB-STEP-CTL.
       01  WS-RESULT-TABLE.
           03  WS-RESULT-ENTRY OCCURS 31 TIMES.
               05  WS-RS-FOUND         PIC X.
                   88  WS-RS-RAN             VALUE "Y".
               05  WS-RS-RC            PIC 9(4).
               05  WS-RS-TIME          PIC X(8).

       01  WS-TIME-WORK                PIC X(8).
       01  WS-TIME-BRK REDEFINES WS-TIME-WORK.
           03  WS-TW-HH                PIC X(2).
           03  WS-TW-MM                PIC X(2).
           03  WS-TW-SS                PIC X(2).
           03  WS-TW-HS                PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-RESTART-IDX              PIC 9(2) VALUE ZERO.
       01  WS-RUN-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-SKIP-CNTR                PIC 9(7) VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(38)
                       VALUE "DSBNITE RESTART PLAN - PROCESSING DATE".
           03  FILLER                  PIC X     VALUE SPACE.
           03  TL-MONTH                PIC 9(2).
           03  FILLER                  PIC X     VALUE "/".
           03  TL-DAY                  PIC 9(2).
           03  FILLER                  PIC X     VALUE "/".
           03  TL-YEAR                 PIC 9(4).
       01  WS-NEW-NIGHT-LINE           PIC X(60) VALUE
           "NO STREAM IN PROGRESS - EVERY STEP RUNS AS A NEW NIGHT".
       01  WS-COL-HDR.
           03  FILLER                  PIC X(10) VALUE "STEP".
           03  FILLER                  PIC X(22) VALUE "PROGRAM".
           03  FILLER                  PIC X(8)  VALUE "ACTION".
           03  FILLER                  PIC X(20) VALUE "REASON".
       01  WS-DETAIL-LINE.
           03  DL-STEP                 PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  DL-PROGRAM              PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  DL-ACTION               PIC X(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  DL-REASON               PIC X(40).
       01  WS-REASON-RAN.
           03  RR-TEXT                 PIC X(10).
           03  RR-RC                   PIC 9(4).
           03  FILLER                  PIC X(4)  VALUE " AT ".
           03  RR-HH                   PIC X(2).
           03  FILLER                  PIC X     VALUE ":".
           03  RR-MM                   PIC X(2).
           03  FILLER                  PIC X     VALUE ":".
           03  RR-SS                   PIC X(2).
           03  RR-TAIL                 PIC X(14).
       01  WS-RESTART-LINE.
           03  FILLER                  PIC X(15)
                                       VALUE "RESTART POINT: ".
           03  RL-STEP                 PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RL-PROGRAM              PIC X(20).
       01  WS-COUNT-LINE.
           03  FILLER                  PIC X(16)
                                       VALUE "STEPS TO RUN:   ".
           03  CL-RUN                  PIC Z9.
           03  FILLER                  PIC X(20)
                                       VALUE "    STEPS TO SKIP: ".
           03  CL-SKIP                 PIC Z9.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-RESTART-RPT".
       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

           COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-READ-BATCH-FLAG.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
               MOVE "N" TO WS-RS-FOUND(WS-STEP-IDX)
               MOVE ZERO TO WS-RS-RC(WS-STEP-IDX)
               MOVE SPACES TO WS-RS-TIME(WS-STEP-IDX)
           END-PERFORM.
           IF WS-BATCH-RUNNING
               PERFORM 200-LOAD-CONTROL-FILE
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 300-PRINT-HEADINGS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
               PERFORM 310-PRINT-ONE-STEP
           END-PERFORM.
           PERFORM 320-PRINT-RESTART-POINT.
           CLOSE RPT-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-SKIP-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-BATCH-FLAG.
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

       200-LOAD-CONTROL-FILE.
           OPEN INPUT STREAM-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ STREAM-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 210-APPLY-ONE-ENTRY UNTIL WS-EOF
               CLOSE STREAM-CTL-FILE
           END-IF.

      *-----------------------------------------------------------------*

       210-APPLY-ONE-ENTRY.
           IF SC-PROC-DATE = WS-RUN-DATE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-CNT
                   IF WS-ST-PROGRAM(WS-STEP-IDX) = SC-PROGRAM
                       MOVE "Y" TO WS-RS-FOUND(WS-STEP-IDX)
                       MOVE SC-RETURN-CODE TO WS-RS-RC(WS-STEP-IDX)
                       MOVE SC-END-TIME TO WS-RS-TIME(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           READ STREAM-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       300-PRINT-HEADINGS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE WS-RD-MNTH TO TL-MONTH.
           MOVE WS-RD-DY TO TL-DAY.
           MOVE WS-RD-YR TO TL-YEAR.
           MOVE WS-TITLE-LINE TO RPT-REC.
           PERFORM 390-WRITE-AND-SHOW.
           IF NOT WS-BATCH-RUNNING
               MOVE WS-NEW-NIGHT-LINE TO RPT-REC
               PERFORM 390-WRITE-AND-SHOW
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR.

      *-----------------------------------------------------------------*
      *    SKIP ONLY WHAT ENDED UNDER RC 4 TONIGHT; THE FIRST STEP
      *    UNDER STEP CONTROL THAT WILL RUN IS THE RESTART POINT.

       310-PRINT-ONE-STEP.
           MOVE WS-ST-STEP(WS-STEP-IDX) TO DL-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO DL-PROGRAM.
           EVALUATE TRUE
               WHEN WS-ST-RUNS-ALWAYS(WS-STEP-IDX)
                   MOVE "RUN" TO DL-ACTION
                   MOVE "RUNS EVERY TIME" TO DL-REASON
               WHEN WS-RS-RAN(WS-STEP-IDX)
                   AND WS-RS-RC(WS-STEP-IDX) < 4
                   MOVE "SKIP" TO DL-ACTION
                   MOVE "DONE RC" TO RR-TEXT
                   MOVE SPACES TO RR-TAIL
                   PERFORM 315-FORMAT-RAN-REASON
                   ADD 1 TO WS-SKIP-CNTR
               WHEN WS-RS-RAN(WS-STEP-IDX)
                   MOVE "RUN" TO DL-ACTION
                   MOVE "FAILED RC" TO RR-TEXT
                   MOVE " - RERUNS" TO RR-TAIL
                   PERFORM 315-FORMAT-RAN-REASON
                   PERFORM 316-NOTE-RESTART-POINT
               WHEN OTHER
                   MOVE "RUN" TO DL-ACTION
                   MOVE "NOT YET RUN TONIGHT" TO DL-REASON
                   PERFORM 316-NOTE-RESTART-POINT
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           PERFORM 390-WRITE-AND-SHOW.

      *-----------------------------------------------------------------*

       315-FORMAT-RAN-REASON.
           MOVE WS-RS-RC(WS-STEP-IDX) TO RR-RC.
           MOVE WS-RS-TIME(WS-STEP-IDX) TO WS-TIME-WORK.
           MOVE WS-TW-HH TO RR-HH.
           MOVE WS-TW-MM TO RR-MM.
           MOVE WS-TW-SS TO RR-SS.
           MOVE WS-REASON-RAN TO DL-REASON.

      *-----------------------------------------------------------------*

       316-NOTE-RESTART-POINT.
           ADD 1 TO WS-RUN-CNTR.
           IF WS-RESTART-IDX = ZERO
               MOVE WS-STEP-IDX TO WS-RESTART-IDX
           END-IF.

      *-----------------------------------------------------------------*

       320-PRINT-RESTART-POINT.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-RESTART-IDX = ZERO
               MOVE "EVERY STEP IS ALREADY COMPLETE FOR THIS DATE"
                   TO RPT-REC
           ELSE
               MOVE WS-ST-STEP(WS-RESTART-IDX) TO RL-STEP
               MOVE WS-ST-PROGRAM(WS-RESTART-IDX) TO RL-PROGRAM
               MOVE WS-RESTART-LINE TO RPT-REC
           END-IF.
           PERFORM 390-WRITE-AND-SHOW.
           MOVE WS-RUN-CNTR TO CL-RUN.
           MOVE WS-SKIP-CNTR TO CL-SKIP.
           MOVE WS-COUNT-LINE TO RPT-REC.
           PERFORM 390-WRITE-AND-SHOW.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

      *-----------------------------------------------------------------*

       390-WRITE-AND-SHOW.
           WRITE RPT-REC.
           DISPLAY RPT-REC.

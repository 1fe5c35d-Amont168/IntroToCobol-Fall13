      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-DOCKET-TICKLER
      *    PURPOSE: NIGHTLY DOCKET TICKLER. READS THE CLIENT DOCKET
      *        (DSB-DOCKET.TXT) IN RESPONSIBLE-ATTORNEY AND DUE-DATE
      *        ORDER AND PRINTS, FOR EACH ATTORNEY, EVERY EVENT NOT YET
      *        MARKED COMPLETE THAT IS OVERDUE OR FALLS DUE WITHIN ITS
      *        OWN REMINDER LEAD DAYS (DSB-TICKLER.TXT). EVERY OVERDUE
      *        OPEN EVENT, WHOEVER OWNS IT, ALSO GOES ON THE SUPERVISING
      *        PARTNER'S LIST (DSB-TICKLER-OVERDUE.TXT) SO A MISSED
      *        DEADLINE IS SEEN BY SOMEONE OTHER THAN THE ATTORNEY WHO
      *        MISSED IT. DAYS ARE COUNTED FROM THE PROCESSING DATE.
      *        NO DOCKET FILE YET IS NOT A FAILURE - BOTH REPORTS SAY
      *        SO AND THE STEP ENDS NORMALLY.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-DOCKET-TICKLER.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT DOCKET-IN        ASSIGN "DSB-DOCKET.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DKT-IN-KEY
                               FILE STATUS IS WS-DKT-STATUS.

       SELECT SORTED-DKT       ASSIGN "DSB-tickler-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-tickler-srt.wrk".

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-TICKLER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OVERDUE-OUT      ASSIGN "DSB-TICKLER-OVERDUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DOCKET-IN.
       01  DOCKET-IN-REC.
           03  DKT-IN-KEY              PIC X(8).
           03  FILLER                  PIC X(85).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-CLIENT-ID           PIC X(5).
           03  FILLER                  PIC X(45).
           03  SRT-DUE-DATE            PIC 9(8).
           03  SRT-ATTY-CD             PIC X(3).
           03  FILLER                  PIC X(32).

       FD  SORTED-DKT.
       01  REC-SORTED                  PIC X(93).

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-CD-MST             PIC X(3).
           03  ATTY-NAME-MST           PIC X(25).
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  OVERDUE-OUT.
       01  OVD-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DKT-STATUS               PIC XX.
       01  WS-ATTY-STATUS              PIC XX.
       01  WS-DKT-ON-FILE-FLAG         PIC X VALUE "N".
           88  WS-DKT-ON-FILE                VALUE "Y".

           COPY DSB-EOF-EXCPT.

           COPY DSB-DOCKET.

       01  WS-PREV-ATTY                PIC X(3) VALUE LOW-VALUES.
       01  WS-RUN-DAY-INT              PIC 9(7).
       01  WS-DAYS-TO-DUE              PIC S9(5).
       01  WS-DAYS-OVER                PIC 9(5).

       01  WS-TICKLE-FLAG              PIC X.
           88  WS-TICKLE                     VALUE "Y".

       01  WS-ATTY-OVERDUE             PIC 9(5) VALUE ZERO.
       01  WS-ATTY-UPCOMING            PIC 9(5) VALUE ZERO.
       01  WS-TOT-OVERDUE              PIC 9(7) VALUE ZERO.
       01  WS-TOT-UPCOMING             PIC 9(7) VALUE ZERO.
       01  WS-EVENT-CNTR               PIC 9(7) VALUE ZERO.

       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-DUE-DATE-BRK REDEFINES WS-DUE-DATE.
           03  WS-DUE-YEAR             PIC 9(4).
           03  WS-DUE-MONTH            PIC 99.
           03  WS-DUE-DAY              PIC 99.

       01  WS-ATTY-HDR.
           03  FILLER                  PIC X(10) VALUE "ATTORNEY  ".
           03  AH-ATTY-CD              PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AH-ATTY-NAME            PIC X(25).

       01  WS-COLUMN-HDR.
           03  FILLER                  PIC X(40)
               VALUE "   CLIENT EVT  TYPE  DESCRIPTION        ".
           03  FILLER                  PIC X(40)
               VALUE "             DUE DATE   STATUS".

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  DL-CLIENT               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-EVENT-NO             PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-TYPE                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-DESC                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-DUE-MONTH            PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DL-DUE-DAY              PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DL-DUE-YEAR             PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  DL-STATUS               PIC X(9).
           03  DL-DAYS                 PIC ZZZZ9.

       01  WS-ATTY-TOTAL-LINE.
           03  FILLER                  PIC X(13)
                               VALUE "   OVERDUE:  ".
           03  AT-OVERDUE              PIC ZZZZ9.
           03  FILLER                  PIC X(13)
                               VALUE "   UPCOMING: ".
           03  AT-UPCOMING             PIC ZZZZ9.

       01  WS-GRAND-TOTAL-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "TOTAL OVERDUE:      ".
           03  GT-OVERDUE              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(20)
                               VALUE "   TOTAL UPCOMING:  ".
           03  GT-UPCOMING             PIC Z,ZZZ,ZZ9.

       01  WS-OVD-COLUMN-HDR.
           03  FILLER                  PIC X(40)
               VALUE "ATY CLIENT EVT  TYPE  DESCRIPTION       ".
           03  FILLER                  PIC X(40)
               VALUE "              DUE DATE    DAYS OVER".

       01  WS-OVD-LINE.
           03  OL-ATTY                 PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  OL-CLIENT               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OL-EVENT-NO             PIC 9(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OL-TYPE                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OL-DESC                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OL-DUE-MONTH            PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  OL-DUE-DAY              PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  OL-DUE-YEAR             PIC 9(4).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  OL-DAYS                 PIC ZZZZ9.

       01  WS-OVD-TOTAL-LINE.
           03  FILLER                  PIC X(31)
                       VALUE "OPEN EVENTS PAST THEIR DUE DATE".
           03  FILLER                  PIC X(2) VALUE ": ".
           03  OT-COUNT                PIC Z,ZZZ,ZZ9.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-DOCKET-TICKLER".

           COPY DSB-STEP-PARM.

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
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT DOCKET-IN.
           IF WS-DKT-STATUS = "35"
               DISPLAY "DSB-DOCKET.TXT NOT FOUND - NOTHING DOCKETED"
           ELSE
               MOVE "Y" TO WS-DKT-ON-FILE-FLAG
               CLOSE DOCKET-IN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT OVERDUE-OUT.
           PERFORM 120-PRINT-HEADERS.
           IF WS-DKT-ON-FILE
               SORT SRT-WORK ON ASCENDING KEY SRT-ATTY-CD
                   SRT-DUE-DATE SRT-CLIENT-ID
                   USING DOCKET-IN
                   GIVING SORTED-DKT
               OPEN INPUT SORTED-DKT
               OPEN INPUT ATTY-MST-IN
               READ SORTED-DKT INTO DOCKET-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-TICKLER-LOOP UNTIL WS-EOF
               IF WS-PREV-ATTY NOT = LOW-VALUES
                   PERFORM 260-FINISH-ATTY
               END-IF
               CLOSE SORTED-DKT
               CLOSE ATTY-MST-IN
           ELSE
               MOVE "NO DOCKET FILE ON HAND - NOTHING TO TICKLE"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
           PERFORM 500-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           WRITE OVD-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE OVERDUE-OUT.
           DISPLAY "DOCKET EVENTS READ    = " WS-EVENT-CNTR.
           DISPLAY "OPEN EVENTS OVERDUE   = " WS-TOT-OVERDUE.
           DISPLAY "OPEN EVENTS UPCOMING  = " WS-TOT-UPCOMING.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-EVENT-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

       120-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "DOCKET TICKLER - OVERDUE AND UPCOMING DEADLINES"
               TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE OVD-REC FROM WS-RPT-HEADER-1.
           WRITE OVD-REC FROM WS-RPT-HEADER-2.
           MOVE "SUPERVISING PARTNER - OVERDUE DEADLINES NOT COMPLETE"
               TO OVD-REC.
           WRITE OVD-REC.
           MOVE BLANK-LINE TO OVD-REC.
           WRITE OVD-REC.
           WRITE OVD-REC FROM WS-OVD-COLUMN-HDR.

      *-----------------------------------------------------------------*
      *    A COMPLETED EVENT, OR ONE STILL FURTHER OUT THAN ITS LEAD
      *    DAYS, IS PASSED OVER. THE ATTORNEY HEADING PRINTS ONLY ONCE
      *    THE ATTORNEY HAS SOMETHING TO SEE.

       200-TICKLER-LOOP.
           ADD 1 TO WS-EVENT-CNTR.
           MOVE "N" TO WS-TICKLE-FLAG.
           IF DKT-OPEN
               COMPUTE WS-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(DKT-DUE-DATE)
                   - WS-RUN-DAY-INT
               IF WS-DAYS-TO-DUE <= DKT-LEAD-DAYS
                   MOVE "Y" TO WS-TICKLE-FLAG
               END-IF
           END-IF.
           IF WS-TICKLE
               IF DKT-ATTY-CD NOT = WS-PREV-ATTY
                   IF WS-PREV-ATTY NOT = LOW-VALUES
                       PERFORM 260-FINISH-ATTY
                   END-IF
                   PERFORM 250-START-ATTY
               END-IF
               PERFORM 210-PRINT-EVENT
           END-IF.
           READ SORTED-DKT INTO DOCKET-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-PRINT-EVENT.
           MOVE DKT-DUE-DATE TO WS-DUE-DATE.
           MOVE DKT-CLIENT-ID TO DL-CLIENT.
           MOVE DKT-EVENT-NO TO DL-EVENT-NO.
           MOVE DKT-EVENT-TYPE TO DL-TYPE.
           MOVE DKT-DESC TO DL-DESC.
           MOVE WS-DUE-MONTH TO DL-DUE-MONTH.
           MOVE WS-DUE-DAY TO DL-DUE-DAY.
           MOVE WS-DUE-YEAR TO DL-DUE-YEAR.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < ZERO
                   COMPUTE WS-DAYS-OVER = ZERO - WS-DAYS-TO-DUE
                   MOVE "OVERDUE" TO DL-STATUS
                   MOVE WS-DAYS-OVER TO DL-DAYS
                   ADD 1 TO WS-ATTY-OVERDUE
                   ADD 1 TO WS-TOT-OVERDUE
                   PERFORM 220-PRINT-OVERDUE
               WHEN WS-DAYS-TO-DUE = ZERO
                   MOVE "DUE TODAY" TO DL-STATUS
                   MOVE ZERO TO DL-DAYS
                   ADD 1 TO WS-ATTY-UPCOMING
                   ADD 1 TO WS-TOT-UPCOMING
               WHEN OTHER
                   MOVE "DUE IN" TO DL-STATUS
                   MOVE WS-DAYS-TO-DUE TO DL-DAYS
                   ADD 1 TO WS-ATTY-UPCOMING
                   ADD 1 TO WS-TOT-UPCOMING
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       220-PRINT-OVERDUE.
           MOVE DKT-ATTY-CD TO OL-ATTY.
           MOVE DKT-CLIENT-ID TO OL-CLIENT.
           MOVE DKT-EVENT-NO TO OL-EVENT-NO.
           MOVE DKT-EVENT-TYPE TO OL-TYPE.
           MOVE DKT-DESC TO OL-DESC.
           MOVE WS-DUE-MONTH TO OL-DUE-MONTH.
           MOVE WS-DUE-DAY TO OL-DUE-DAY.
           MOVE WS-DUE-YEAR TO OL-DUE-YEAR.
           MOVE WS-DAYS-OVER TO OL-DAYS.
           MOVE WS-OVD-LINE TO OVD-REC.
           WRITE OVD-REC.

      *-----------------------------------------------------------------*

       250-START-ATTY.
           MOVE DKT-ATTY-CD TO ATTY-CD-MST.
           READ ATTY-MST-IN
               INVALID KEY
                   MOVE "** NOT ON ATTORNEY MASTER" TO ATTY-NAME-MST
           END-READ.
           MOVE DKT-ATTY-CD TO AH-ATTY-CD.
           MOVE ATTY-NAME-MST TO AH-ATTY-NAME.
           MOVE WS-ATTY-HDR TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-COLUMN-HDR TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-ATTY-OVERDUE WS-ATTY-UPCOMING.
           MOVE DKT-ATTY-CD TO WS-PREV-ATTY.

      *-----------------------------------------------------------------*

       260-FINISH-ATTY.
           MOVE WS-ATTY-OVERDUE TO AT-OVERDUE.
           MOVE WS-ATTY-UPCOMING TO AT-UPCOMING.
           MOVE WS-ATTY-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       500-PRINT-TOTALS.
           MOVE WS-TOT-OVERDUE TO GT-OVERDUE.
           MOVE WS-TOT-UPCOMING TO GT-UPCOMING.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO OVD-REC.
           WRITE OVD-REC.
           MOVE WS-TOT-OVERDUE TO OT-COUNT.
           MOVE WS-OVD-TOTAL-LINE TO OVD-REC.
           WRITE OVD-REC.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ADMIT-FUNNEL
      *    PURPOSE: ADMISSIONS FUNNEL REPORT BY ENTRY TERM AND
      *        INTENDED MAJOR FROM THE APPLICANT FILE. FOR EACH TERM
      *        AND MAJOR IT COUNTS HOW MANY APPLICANTS REACHED EACH
      *        STAGE - APPLIED, COMPLETE, ADMITTED, DENIED, DEPOSITED,
      *        ENROLLED - AN APPLICANT COUNTING AT EVERY STAGE UP TO
      *        THE ONE THEY STAND AT, AND PRINTS UNDER IT THE YIELD
      *        FROM EACH STAGE TO THE NEXT: COMPLETE OF APPLIED,
      *        ADMITTED AND DENIED OF COMPLETE, DEPOSITED OF ADMITTED,
      *        ENROLLED OF DEPOSITED. TERM AND GRAND TOTALS CARRY THE
      *        SAME LINES. OUTPUT IS DSB-ADMIT-FUNNEL.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ADMIT-FUNNEL.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT APP-IN           ASSIGN "DSB-APPLICANTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS APP-IN-ID
                               FILE STATUS IS WS-APP-STATUS.

       SELECT SORTED-APP       ASSIGN "DSB-funnel-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-funnel-srt.wrk".

       SELECT MJR-MST-IN       ASSIGN "DSB-MAJOR-CODES.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MJR-CD-MST
                               FILE STATUS IS WS-MJR-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-ADMIT-FUNNEL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  APP-IN.
       01  APP-IN-REC.
           03  APP-IN-ID               PIC X(5).
           03  FILLER                  PIC X(264).

       SD  SRT-WORK.
       01  SRT-REC.
           03  FILLER                  PIC X(201).
           03  SRT-MJR-CD              PIC X(4).
           03  SRT-TERM                PIC X(5).
           03  FILLER                  PIC X(59).

       FD  SORTED-APP.
       01  REC-SORTED                  PIC X(269).

       FD  MJR-MST-IN.
       01  MJR-REC.
           03  MJR-CD-MST              PIC X(4).
           03  MJR-DESC-MST            PIC X(25).
           03  MJR-DEPT-MST            PIC X(20).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-APP-STATUS               PIC XX.
       01  WS-MJR-STATUS               PIC XX.
       01  WS-MJR-FILE-FLAG            PIC X VALUE "N".
           88  WS-MJR-FILE-ON-HAND           VALUE "Y".
       01  WS-APP-ON-FILE-FLAG         PIC X VALUE "N".
           88  WS-APP-ON-FILE                VALUE "Y".

           COPY DSB-EOF-EXCPT.

           COPY DSB-APPLICANT.

       01  WS-PREV-TERM                PIC X(5) VALUE LOW-VALUES.
       01  WS-PREV-MJR                 PIC X(4) VALUE LOW-VALUES.

      *    STAGE COUNTS - 1 APPLIED, 2 COMPLETE, 3 ADMITTED, 4 DENIED,
      *    5 DEPOSITED, 6 ENROLLED - FOR THE MAJOR, THE TERM AND THE
      *    WHOLE FILE.
       01  WS-STAGE-IDX                PIC 9.
       01  WS-MJR-COUNTS.
           03  WS-MJR-CNT              PIC 9(5) OCCURS 6 TIMES.
       01  WS-TERM-COUNTS.
           03  WS-TERM-CNT             PIC 9(5) OCCURS 6 TIMES.
       01  WS-GRAND-COUNTS.
           03  WS-GRAND-CNT            PIC 9(5) OCCURS 6 TIMES.
       01  WS-PRINT-COUNTS.
           03  WS-PRT-CNT              PIC 9(5) OCCURS 6 TIMES.

       01  WS-PCT-WORK                 PIC 9(4)V9.

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(40) VALUE
               "TERM  MAJOR                     APPLD CO".
           03  FILLER                  PIC X(40) VALUE
               "MPL ADMIT  DENY DEPOS  ENRL".
       01  WS-COL-HDR-2                PIC X(80) VALUE ALL "-".

       01  WS-COUNT-LINE.
           03  CL-TERM                 PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  CL-MJR-CD               PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  CL-MJR-DESC             PIC X(20).
           03  CL-STAGE                PIC ZZ,ZZ9 OCCURS 6 TIMES.
           03  FILLER                  PIC X(13) VALUE SPACES.

      *    THE YIELD LINE SITS UNDER THE COUNTS - EACH STAGE'S COLUMN
      *    SHOWS ITS SHARE OF THE STAGE BEFORE IT.
       01  WS-PCT-LINE.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(23) VALUE
               "YIELD FROM PRIOR STAGE ".
           03  PL-PCT                  PIC ZZZ9.9 OCCURS 5 TIMES.
           03  FILLER                  PIC X(13) VALUE SPACES.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ADMIT-FUNNEL".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-APP-CNTR                 PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE ZERO TO WS-GRAND-COUNTS.
           OPEN INPUT APP-IN.
           IF WS-APP-STATUS = "35"
               DISPLAY "DSB-APPLICANTS.TXT NOT FOUND - NO APPLICANTS"
           ELSE
               MOVE "Y" TO WS-APP-ON-FILE-FLAG
               CLOSE APP-IN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-HEADERS.
           IF WS-APP-ON-FILE
               SORT SRT-WORK ON ASCENDING KEY SRT-TERM SRT-MJR-CD
                   USING APP-IN
                   GIVING SORTED-APP
               OPEN INPUT SORTED-APP
               OPEN INPUT MJR-MST-IN
               IF WS-MJR-STATUS = "00"
                   MOVE "Y" TO WS-MJR-FILE-FLAG
               END-IF
               READ SORTED-APP INTO APPLICANT-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-FUNNEL-LOOP UNTIL WS-EOF
               IF WS-PREV-TERM NOT = LOW-VALUES
                   PERFORM 250-FINISH-MAJOR
                   PERFORM 260-FINISH-TERM
               END-IF
               CLOSE SORTED-APP
               IF WS-MJR-FILE-ON-HAND
                   CLOSE MJR-MST-IN
               END-IF
           ELSE
               MOVE "NO APPLICANT FILE ON HAND" TO RPT-REC
               WRITE RPT-REC
           END-IF.
           PERFORM 500-PRINT-GRAND-TOTAL.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "APPLICANTS COUNTED    = " WS-APP-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-APP-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
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
           MOVE "ADMISSIONS FUNNEL BY ENTRY TERM AND MAJOR" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.

      *-----------------------------------------------------------------*

       200-FUNNEL-LOOP.
           IF APP-TERM NOT = WS-PREV-TERM
               IF WS-PREV-TERM NOT = LOW-VALUES
                   PERFORM 250-FINISH-MAJOR
                   PERFORM 260-FINISH-TERM
               END-IF
               MOVE APP-TERM TO WS-PREV-TERM
               MOVE APP-MJR-CD TO WS-PREV-MJR
               MOVE ZERO TO WS-TERM-COUNTS WS-MJR-COUNTS
           ELSE
               IF APP-MJR-CD NOT = WS-PREV-MJR
                   PERFORM 250-FINISH-MAJOR
                   MOVE APP-MJR-CD TO WS-PREV-MJR
                   MOVE ZERO TO WS-MJR-COUNTS
               END-IF
           END-IF.
           PERFORM 210-COUNT-STAGES.
           READ SORTED-APP INTO APPLICANT-REC
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*
      *    AN APPLICANT COUNTS AT EVERY STAGE THEY HAVE PASSED - A
      *    DEPOSITED APPLICANT WAS ALSO COMPLETE AND ADMITTED. A
      *    DENIAL IS ITS OWN BRANCH OFF COMPLETE.

       210-COUNT-STAGES.
           ADD 1 TO WS-APP-CNTR.
           ADD 1 TO WS-MJR-CNT(1).
           IF NOT APP-APPLIED
               ADD 1 TO WS-MJR-CNT(2)
           END-IF.
           IF APP-ADMITTED OR APP-DEPOSITED OR APP-ENROLLED
               ADD 1 TO WS-MJR-CNT(3)
           END-IF.
           IF APP-DENIED
               ADD 1 TO WS-MJR-CNT(4)
           END-IF.
           IF APP-DEPOSITED OR APP-ENROLLED
               ADD 1 TO WS-MJR-CNT(5)
           END-IF.
           IF APP-ENROLLED
               ADD 1 TO WS-MJR-CNT(6)
           END-IF.

      *-----------------------------------------------------------------*

       250-FINISH-MAJOR.
           MOVE WS-PREV-TERM TO CL-TERM.
           MOVE WS-PREV-MJR TO CL-MJR-CD.
           MOVE WS-PREV-MJR TO CL-MJR-DESC.
           IF WS-MJR-FILE-ON-HAND
               MOVE WS-PREV-MJR TO MJR-CD-MST
               READ MJR-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MJR-DESC-MST TO CL-MJR-DESC
               END-READ
           END-IF.
           MOVE WS-MJR-COUNTS TO WS-PRINT-COUNTS.
           PERFORM 300-PRINT-STAGES.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > 6
               ADD WS-MJR-CNT(WS-STAGE-IDX)
                   TO WS-TERM-CNT(WS-STAGE-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------*

       260-FINISH-TERM.
           MOVE WS-PREV-TERM TO CL-TERM.
           MOVE SPACES TO CL-MJR-CD.
           MOVE "TERM TOTAL" TO CL-MJR-DESC.
           MOVE WS-TERM-COUNTS TO WS-PRINT-COUNTS.
           PERFORM 300-PRINT-STAGES.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > 6
               ADD WS-TERM-CNT(WS-STAGE-IDX)
                   TO WS-GRAND-CNT(WS-STAGE-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    PRINTS WHICHEVER SET OF COUNTS IS IN WS-PRINT-COUNTS, THEN
      *    THE YIELD LINE UNDER IT. A STAGE WITH NOTHING BEFORE IT
      *    SHOWS ZERO RATHER THAN DIVIDING BY ZERO.

       300-PRINT-STAGES.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > 6
               MOVE WS-PRT-CNT(WS-STAGE-IDX) TO CL-STAGE(WS-STAGE-IDX)
           END-PERFORM.
           MOVE WS-COUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-PRT-CNT(1) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PRT-CNT(2) * 100 / WS-PRT-CNT(1)
           END-IF.
           MOVE WS-PCT-WORK TO PL-PCT(1).
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-PRT-CNT(2) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PRT-CNT(3) * 100 / WS-PRT-CNT(2)
           END-IF.
           MOVE WS-PCT-WORK TO PL-PCT(2).
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-PRT-CNT(2) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PRT-CNT(4) * 100 / WS-PRT-CNT(2)
           END-IF.
           MOVE WS-PCT-WORK TO PL-PCT(3).
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-PRT-CNT(3) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PRT-CNT(5) * 100 / WS-PRT-CNT(3)
           END-IF.
           MOVE WS-PCT-WORK TO PL-PCT(4).
           MOVE ZERO TO WS-PCT-WORK.
           IF WS-PRT-CNT(5) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PRT-CNT(6) * 100 / WS-PRT-CNT(5)
           END-IF.
           MOVE WS-PCT-WORK TO PL-PCT(5).
           MOVE WS-PCT-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       500-PRINT-GRAND-TOTAL.
           MOVE SPACES TO CL-TERM CL-MJR-CD.
           MOVE "ALL TERMS" TO CL-MJR-DESC.
           MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS.
           PERFORM 300-PRINT-STAGES.

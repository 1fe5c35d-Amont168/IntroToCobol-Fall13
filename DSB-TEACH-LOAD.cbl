      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-TEACH-LOAD
      *    PURPOSE: TEACHING LOAD REPORT FOR A KEYED TERM, BY
      *        DEPARTMENT AND INSTRUCTOR, FROM THE SECTION
      *        ASSIGNMENTS ON DSB-SECTION-ASSIGN.TXT. EACH SECTION
      *        SHOWS ITS CREDIT HOURS, MEETING PATTERN, AND ENROLLMENT
      *        - COUNTED AS DSB-CLASS-ROSTER COUNTS SEATS, EVERY
      *        UNDROPPED REGISTRATION FOR THE COURSE AND TERM. EACH
      *        INSTRUCTOR TOTALS AGAINST THE MAXIMUM LOAD ON
      *        DSB-INSTRUCTORS.TXT (AN OVERLOAD IS FLAGGED), EACH
      *        DEPARTMENT TOTALS SECTIONS, CREDITS AND ENROLLMENT, AND
      *        SECTIONS WITH STUDENTS BUT NO INSTRUCTOR FOR THE TERM
      *        ARE LISTED AT THE END. THIS REPLACES THE DEAN'S
      *        SPREADSHEET.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-TEACH-LOAD.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ASSIGN-IN        ASSIGN "DSB-SECTION-ASSIGN.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SA-KEY
                               FILE STATUS IS WS-SA-STATUS.

       SELECT INS-MST-IN       ASSIGN "DSB-INSTRUCTORS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INS-ID
                               FILE STATUS IS WS-INS-STATUS.

       SELECT CRS-MST-IN       ASSIGN "DSB-COURSE-CATALOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT REG-IN           ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT LOAD-WORK        ASSIGN "DSB-teachload-work.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTED-LOAD      ASSIGN "DSB-teachload-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-teachload-srt.wrk".

       SELECT RPT-OUT          ASSIGN "DSB-TEACHING-LOAD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  ASSIGN-IN.
           COPY DSB-SECT-ASSIGN.

       FD  INS-MST-IN.
           COPY DSB-INSTRUCTOR.

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-CODE-IN             PIC X(6).
           03  CRS-TITLE-IN            PIC X(25).
           03  CRS-CREDITS-IN          PIC 99.
           03  CRS-CAPACITY-IN         PIC 999.
           03  CRS-DAYS-IN             PIC X(5).
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  REG-IN.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       FD  LOAD-WORK.
       01  LOAD-WORK-REC               PIC X(118).

       FD  SORTED-LOAD.
       01  SORTED-LOAD-REC             PIC X(118).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-DEPT                PIC X(20).
           03  SRT-LNAME               PIC X(20).
           03  SRT-INS-ID              PIC X(5).
           03  SRT-CRS-CODE            PIC X(6).
           03  FILLER                  PIC X(67).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SA-STATUS                PIC XX.
       01  WS-INS-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-SA-EOF-FLAG              PIC X VALUE "N".
           88  WS-SA-EOF                     VALUE "Y".
       01  WS-CRS-EOF-FLAG             PIC X VALUE "N".
           88  WS-CRS-EOF                    VALUE "Y".

       01  WS-LOAD-TERM                PIC X(5).

      *    THE TERM'S UNDROPPED REGISTRATIONS, BY COURSE ONLY - ALL
      *    THE ENROLLMENT COUNT NEEDS.
       01  WS-REG-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-REG-IDX                  PIC 9(4).
       01  WS-REG-TABLE.
           03  WS-RT-CRS-CODE          PIC X(6) OCCURS 1000 TIMES.
       01  WS-ENROLL-CNT               PIC 9(3) VALUE ZERO.

       01  WS-LOAD-LINE.
           03  TW-DEPT                 PIC X(20).
           03  TW-LNAME                PIC X(20).
           03  TW-INS-ID               PIC X(5).
           03  TW-CRS-CODE             PIC X(6).
           03  TW-FNAME                PIC X(20).
           03  TW-RANK                 PIC X(2).
           03  TW-MAX-LOAD             PIC 99.
           03  TW-TITLE                PIC X(25).
           03  TW-CREDITS              PIC 99.
           03  TW-ENROLL               PIC 9(3).
           03  TW-DAYS                 PIC X(5).
           03  TW-START                PIC 9(4).
           03  TW-END                  PIC 9(4).

       01  WS-PREV-DEPT                PIC X(20) VALUE LOW-VALUES.
       01  WS-PREV-INS                 PIC X(5) VALUE LOW-VALUES.
       01  WS-PREV-MAX-LOAD            PIC 99 VALUE ZERO.
       01  WS-INS-CREDITS              PIC 9(3) VALUE ZERO.
       01  WS-DEPT-SECTIONS            PIC 9(4) VALUE ZERO.
       01  WS-DEPT-CREDITS             PIC 9(4) VALUE ZERO.
       01  WS-DEPT-ENROLL              PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           03  TT-TEXT                 PIC X(40).
           03  TT-TERM                 PIC X(5).

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(40) VALUE
               "      COURSE  TITLE                     ".
           03  FILLER                  PIC X(40) VALUE
               "CR  MEETS            ENRL".
       01  WS-COL-HDR-2                PIC X(80) VALUE ALL "-".

       01  WS-DEPT-LINE.
           03  FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           03  DL-DEPT                 PIC X(20).

       01  WS-INS-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  IL-INS-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  IL-LNAME                PIC X(20).
           03  IL-FNAME                PIC X(20).
           03  FILLER                  PIC X(6) VALUE "RANK ".
           03  IL-RANK                 PIC X(2).
           03  FILLER                  PIC X(6) VALUE "  MAX ".
           03  IL-MAX-LOAD             PIC Z9.

       01  WS-SECTION-LINE.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  SL-CRS-CODE             PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-TITLE                PIC X(25).
           03  FILLER                  PIC X VALUE SPACE.
           03  SL-CREDITS              PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-DAYS                 PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  SL-START                PIC 9(4).
           03  FILLER                  PIC X VALUE "-".
           03  SL-END                  PIC 9(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-ENROLL               PIC ZZ9.

       01  WS-INS-TOTAL-LINE.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "TERM LOAD     ".
           03  IT-CREDITS              PIC ZZ9.
           03  FILLER                  PIC X(12) VALUE " CREDITS OF ".
           03  IT-MAX-LOAD             PIC Z9.
           03  FILLER                  PIC X VALUE SPACE.
           03  IT-FLAG                 PIC X(16).

       01  WS-DEPT-TOTAL-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(20)
                               VALUE "DEPARTMENT TOTAL    ".
           03  DT-SECTIONS             PIC Z,ZZ9.
           03  FILLER                  PIC X(10) VALUE " SECTIONS ".
           03  DT-CREDITS              PIC Z,ZZ9.
           03  FILLER                  PIC X(9) VALUE " CREDITS ".
           03  DT-ENROLL               PIC ZZ,ZZ9.
           03  FILLER                  PIC X(9) VALUE " ENROLLED".

       01  WS-TOTAL-LINE.
           03  TL-LABEL                PIC X(30).
           03  TL-COUNT                PIC Z,ZZZ,ZZ9.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-TEACH-LOAD".
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
       01  WS-SECTION-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-INSTR-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-OVERLOAD-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-UNASSIGNED-CNTR          PIC 9(7) VALUE ZERO.

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
           DISPLAY "TERM TO REPORT (E.G. 2026F): " WITH NO ADVANCING.
           ACCEPT WS-LOAD-TERM.
           INSPECT WS-LOAD-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT ASSIGN-IN.
           IF WS-SA-STATUS = "35"
               DISPLAY "DSB-SECTION-ASSIGN.TXT NOT FOUND - NO "
                   "SECTIONS ASSIGNED"
               GOBACK
           END-IF.
           OPEN INPUT INS-MST-IN.
           OPEN INPUT CRS-MST-IN.
           PERFORM 110-LOAD-REGISTRATIONS.
           OPEN OUTPUT LOAD-WORK.
           PERFORM 200-BUILD-WORK.
           CLOSE LOAD-WORK.
           SORT SRT-WORK ON ASCENDING KEY SRT-DEPT SRT-LNAME
               SRT-INS-ID SRT-CRS-CODE
               USING LOAD-WORK
               GIVING SORTED-LOAD.
           OPEN OUTPUT RPT-OUT.
           PERFORM 140-PRINT-HEADERS.
           PERFORM 300-PRINT-LOADS.
           PERFORM 400-PRINT-UNASSIGNED.
           PERFORM 490-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE ASSIGN-IN.
           CLOSE INS-MST-IN.
           CLOSE CRS-MST-IN.
           DISPLAY "SECTIONS ASSIGNED     = " WS-SECTION-CNTR.
           DISPLAY "INSTRUCTORS           = " WS-INSTR-CNTR.
           DISPLAY "OVERLOADED            = " WS-OVERLOAD-CNTR.
           DISPLAY "SECTIONS UNASSIGNED   = " WS-UNASSIGNED-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-SECTION-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-LOAD-REGISTRATIONS.
           MOVE ZERO TO WS-REG-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-IN.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NO "
                   "ENROLLMENTS"
           ELSE
               READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-REG-CNT >= 1000
                   IF REG-TERM = WS-LOAD-TERM
                       AND NOT REG-IS-DROPPED
                       ADD 1 TO WS-REG-CNT
                       MOVE REG-CRS-CODE TO WS-RT-CRS-CODE(WS-REG-CNT)
                   END-IF
                   READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-IN
           END-IF.

      *-----------------------------------------------------------------*

       140-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "TEACHING LOAD BY DEPARTMENT - TERM" TO TT-TEXT.
           MOVE WS-LOAD-TERM TO TT-TERM.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.

      *-----------------------------------------------------------------*
      *    ONE WORK ROW PER SECTION ASSIGNED FOR THE TERM, CARRYING
      *    EVERYTHING THE PRINT NEEDS SO THE SORTED PASS READS NO
      *    MASTER FILE.

       200-BUILD-WORK.
           MOVE "N" TO WS-SA-EOF-FLAG.
           MOVE LOW-VALUES TO SA-KEY.
           START ASSIGN-IN KEY NOT < SA-KEY
               INVALID KEY MOVE "Y" TO WS-SA-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SA-EOF
               READ ASSIGN-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SA-EOF-FLAG
                   NOT AT END
                       IF SA-TERM = WS-LOAD-TERM
                           PERFORM 210-BUILD-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       210-BUILD-ONE-SECTION.
           MOVE SPACES TO WS-LOAD-LINE.
           MOVE SA-INS-ID TO INS-ID.
           READ INS-MST-IN
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO INS-DEPT
                   MOVE "** NOT ON FILE **" TO INS-LNAME
                   MOVE SPACES TO INS-FNAME INS-RANK
                   MOVE ZERO TO INS-MAX-LOAD
           END-READ.
           MOVE SA-CRS-CODE TO CRS-CODE-IN.
           READ CRS-MST-IN
               INVALID KEY
                   MOVE "** NOT IN CATALOG **" TO CRS-TITLE-IN
                   MOVE ZERO TO CRS-CREDITS-IN CRS-START-IN
                       CRS-END-IN
                   MOVE SPACES TO CRS-DAYS-IN
           END-READ.
           PERFORM 220-COUNT-ENROLLED.
           MOVE INS-DEPT TO TW-DEPT.
           MOVE INS-LNAME TO TW-LNAME.
           MOVE SA-INS-ID TO TW-INS-ID.
           MOVE SA-CRS-CODE TO TW-CRS-CODE.
           MOVE INS-FNAME TO TW-FNAME.
           MOVE INS-RANK TO TW-RANK.
           MOVE INS-MAX-LOAD TO TW-MAX-LOAD.
           MOVE CRS-TITLE-IN TO TW-TITLE.
           MOVE CRS-CREDITS-IN TO TW-CREDITS.
           MOVE WS-ENROLL-CNT TO TW-ENROLL.
           MOVE CRS-DAYS-IN TO TW-DAYS.
           MOVE CRS-START-IN TO TW-START.
           MOVE CRS-END-IN TO TW-END.
           WRITE LOAD-WORK-REC FROM WS-LOAD-LINE.

      *-----------------------------------------------------------------*

       220-COUNT-ENROLLED.
           MOVE ZERO TO WS-ENROLL-CNT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF WS-RT-CRS-CODE(WS-REG-IDX) = CRS-CODE-IN
                   ADD 1 TO WS-ENROLL-CNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    BREAKS ON DEPARTMENT AND ON INSTRUCTOR WITHIN IT. THE
      *    INSTRUCTOR'S TOTAL PRINTS BEFORE ANY DEPARTMENT TOTAL.

       300-PRINT-LOADS.
           OPEN INPUT SORTED-LOAD.
           MOVE "N" TO WS-EOF-FLAG.
           READ SORTED-LOAD INTO WS-LOAD-LINE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 310-LOAD-LOOP UNTIL WS-EOF.
           IF WS-PREV-DEPT NOT = LOW-VALUES
               PERFORM 330-PRINT-INS-TOTAL
               PERFORM 320-PRINT-DEPT-TOTAL
           END-IF.
           CLOSE SORTED-LOAD.

      *-----------------------------------------------------------------*

       310-LOAD-LOOP.
           IF TW-DEPT NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = LOW-VALUES
                   PERFORM 330-PRINT-INS-TOTAL
                   PERFORM 320-PRINT-DEPT-TOTAL
               END-IF
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE TW-DEPT TO DL-DEPT
               WRITE RPT-REC FROM WS-DEPT-LINE
               MOVE TW-DEPT TO WS-PREV-DEPT
               MOVE LOW-VALUES TO WS-PREV-INS
               MOVE ZERO TO WS-DEPT-SECTIONS WS-DEPT-CREDITS
                   WS-DEPT-ENROLL
           END-IF.
           IF TW-INS-ID NOT = WS-PREV-INS
               IF WS-PREV-INS NOT = LOW-VALUES
                   PERFORM 330-PRINT-INS-TOTAL
               END-IF
               ADD 1 TO WS-INSTR-CNTR
               MOVE TW-INS-ID TO IL-INS-ID
               MOVE TW-LNAME TO IL-LNAME
               MOVE TW-FNAME TO IL-FNAME
               MOVE TW-RANK TO IL-RANK
               MOVE TW-MAX-LOAD TO IL-MAX-LOAD
               WRITE RPT-REC FROM WS-INS-LINE
               MOVE TW-INS-ID TO WS-PREV-INS
               MOVE TW-MAX-LOAD TO WS-PREV-MAX-LOAD
               MOVE ZERO TO WS-INS-CREDITS
           END-IF.
           MOVE TW-CRS-CODE TO SL-CRS-CODE.
           MOVE TW-TITLE TO SL-TITLE.
           MOVE TW-CREDITS TO SL-CREDITS.
           MOVE TW-DAYS TO SL-DAYS.
           MOVE TW-START TO SL-START.
           MOVE TW-END TO SL-END.
           MOVE TW-ENROLL TO SL-ENROLL.
           WRITE RPT-REC FROM WS-SECTION-LINE.
           ADD 1 TO WS-SECTION-CNTR WS-DEPT-SECTIONS.
           ADD TW-CREDITS TO WS-INS-CREDITS WS-DEPT-CREDITS.
           ADD TW-ENROLL TO WS-DEPT-ENROLL.
           READ SORTED-LOAD INTO WS-LOAD-LINE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       320-PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-SECTIONS TO DT-SECTIONS.
           MOVE WS-DEPT-CREDITS TO DT-CREDITS.
           MOVE WS-DEPT-ENROLL TO DT-ENROLL.
           WRITE RPT-REC FROM WS-DEPT-TOTAL-LINE.

      *-----------------------------------------------------------------*

       330-PRINT-INS-TOTAL.
           MOVE WS-INS-CREDITS TO IT-CREDITS.
           MOVE WS-PREV-MAX-LOAD TO IT-MAX-LOAD.
           MOVE SPACES TO IT-FLAG.
           IF WS-INS-CREDITS > WS-PREV-MAX-LOAD
               MOVE "*** OVERLOAD ***" TO IT-FLAG
               ADD 1 TO WS-OVERLOAD-CNTR
           END-IF.
           WRITE RPT-REC FROM WS-INS-TOTAL-LINE.

      *-----------------------------------------------------------------*
      *    SECTIONS WITH STUDENTS IN THE TERM THAT NOBODY IS
      *    ASSIGNED TO TEACH - ONLY THE REGISTRAR CAN GRADE THEM.

       400-PRINT-UNASSIGNED.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SECTIONS WITH ENROLLMENT AND NO INSTRUCTOR" TO RPT-REC.
           WRITE RPT-REC.
           MOVE "N" TO WS-CRS-EOF-FLAG.
           MOVE LOW-VALUES TO CRS-CODE-IN.
           START CRS-MST-IN KEY NOT < CRS-CODE-IN
               INVALID KEY MOVE "Y" TO WS-CRS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-CRS-EOF
               READ CRS-MST-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CRS-EOF-FLAG
                   NOT AT END
                       PERFORM 410-CHECK-UNASSIGNED
               END-READ
           END-PERFORM.
           IF WS-UNASSIGNED-CNTR = ZERO
               MOVE "      NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *-----------------------------------------------------------------*

       410-CHECK-UNASSIGNED.
           PERFORM 220-COUNT-ENROLLED.
           IF WS-ENROLL-CNT > ZERO
               MOVE CRS-CODE-IN TO SA-CRS-CODE
               MOVE WS-LOAD-TERM TO SA-TERM
               READ ASSIGN-IN
                   INVALID KEY
                       ADD 1 TO WS-UNASSIGNED-CNTR
                       MOVE CRS-CODE-IN TO SL-CRS-CODE
                       MOVE CRS-TITLE-IN TO SL-TITLE
                       MOVE CRS-CREDITS-IN TO SL-CREDITS
                       MOVE CRS-DAYS-IN TO SL-DAYS
                       MOVE CRS-START-IN TO SL-START
                       MOVE CRS-END-IN TO SL-END
                       MOVE WS-ENROLL-CNT TO SL-ENROLL
                       WRITE RPT-REC FROM WS-SECTION-LINE
               END-READ
           END-IF.

      *-----------------------------------------------------------------*

       490-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SECTIONS ASSIGNED" TO TL-LABEL.
           MOVE WS-SECTION-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "INSTRUCTORS TEACHING" TO TL-LABEL.
           MOVE WS-INSTR-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "INSTRUCTORS OVER MAXIMUM LOAD" TO TL-LABEL.
           MOVE WS-OVERLOAD-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR" TO TL-LABEL.
           MOVE WS-UNASSIGNED-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.

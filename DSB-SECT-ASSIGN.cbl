      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-SECT-ASSIGN
      *    PURPOSE: SECTION ASSIGNMENT SCREEN. PUTS AN INSTRUCTOR
      *        FROM DSB-INSTRUCTORS.TXT ON A CATALOG SECTION FOR A
      *        TERM (DSB-SECTION-ASSIGN.TXT), OR TAKES ONE OFF.
      *        BEFORE AN ASSIGNMENT IS SAVED THE INSTRUCTOR'S OTHER
      *        SECTIONS FOR THE TERM ARE READ BACK FROM THE CATALOG -
      *        THE CREDIT HOURS MUST STAY WITHIN THE INSTRUCTOR'S
      *        MAXIMUM LOAD, AND NO OTHER SECTION MAY SHARE A MEETING
      *        DAY WITH OVERLAPPING TIMES (THE SAME TEST DSB-ROOM-UTIL
      *        APPLIES TO ROOMS). REASSIGNING A SECTION REPLACES ITS
      *        INSTRUCTOR. THE ASSIGNMENT DECIDES WHO MAY POST THE
      *        SECTION'S GRADES IN DSB-GRADE-ENTRY.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-SECT-ASSIGN.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ASSIGN-FILE      ASSIGN "DSB-SECTION-ASSIGN.TXT"
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

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  ASSIGN-FILE.
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

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SA-STATUS                PIC XX.
       01  WS-INS-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-SAVE                     PIC X VALUE "Y".
       01  WS-RUN-MODE                 PIC X.
       01  WS-CONFIRM-DELETE           PIC X.
       01  WS-RUN-DATE-NUM             PIC 9(8).

       01  WS-ENTRY-OK-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-EXISTS-FLAG              PIC X VALUE "N".
           88  WS-EXISTS                     VALUE "Y".
       01  WS-SCAN-EOF-FLAG            PIC X VALUE "N".
           88  WS-SCAN-EOF                   VALUE "Y".

       01  WS-SA-CRS                   PIC X(6).
       01  WS-SA-TERM                  PIC X(5).
       01  WS-SA-INS                   PIC X(5).
       01  WS-CUR-INS                  PIC X(5).

      *    THE SECTION BEING ASSIGNED, HELD WHILE THE CATALOG BUFFER
      *    IS REUSED TO READ THE INSTRUCTOR'S OTHER SECTIONS.
       01  WS-NEW-TITLE                PIC X(25).
       01  WS-NEW-CREDITS              PIC 99.
       01  WS-NEW-DAYS                 PIC X(5).
       01  WS-NEW-START                PIC 9(4).
       01  WS-NEW-END                  PIC 9(4).
       01  WS-CONFLICT-FLAG            PIC X VALUE "N".
           88  WS-CONFLICT                   VALUE "Y".
       01  WS-CLASH-CRS                PIC X(6).
       01  WS-DAY-IDX                  PIC 9.
       01  WS-DAY-IDX2                 PIC 9.
       01  WS-LOAD-CREDITS             PIC 9(3) VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-SECT-ASSIGN".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)SSIGN AN INSTRUCTOR OR (R)EMOVE AN ASSIGNMENT?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-SECT-ASSIGN".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 29  VALUE   "SECTION ASSIGNMENT".

       01  SCRN-KEY-FIELDS.
           03  SCRN-SA-CRS.
               05  LINE 04 COL 11  VALUE   "COURSE".
               05  LINE 04 COL 25  PIC X(6)   TO  WS-SA-CRS  AUTO.
           03  SCRN-SA-TERM.
               05  LINE 05 COL 11  VALUE   "TERM".
               05  LINE 05 COL 25  PIC X(5)   TO  WS-SA-TERM AUTO.

       01  SCRN-SECTION-INFO.
           03  LINE 04 COL 35  PIC X(25)  FROM  WS-NEW-TITLE.
           03  LINE 06 COL 11  VALUE   "MEETS".
           03  LINE 06 COL 25  PIC X(5)   FROM  WS-NEW-DAYS.
           03  LINE 06 COL 31  PIC 9(4)   FROM  WS-NEW-START.
           03  LINE 06 COL 35  VALUE   "-".
           03  LINE 06 COL 36  PIC 9(4)   FROM  WS-NEW-END.
           03  LINE 06 COL 42  PIC Z9     FROM  WS-NEW-CREDITS.
           03  LINE 06 COL 45  VALUE   "CREDITS".

       01  SCRN-CURRENT.
           03  LINE 07 COL 11  VALUE   "NOW ASSIGNED".
           03  LINE 07 COL 25  PIC X(5)   FROM  WS-CUR-INS.

       01  SCRN-INS-ENTRY.
           03  LINE 08 COL 11  VALUE   "INSTRUCTOR".
           03  LINE 08 COL 25  PIC X(5)   TO  WS-SA-INS  AUTO.

       01  SCRN-INS-NAME.
           03  LINE 08 COL 35  PIC X(20)  FROM  INS-LNAME.
           03  LINE 08 COL 56  PIC X(20)  FROM  INS-DEPT.

       01  SCRN-LOAD.
           03  LINE 10 COL 11  VALUE   "TERM LOAD".
           03  LINE 10 COL 25  PIC ZZ9    FROM  WS-LOAD-CREDITS.
           03  LINE 10 COL 29  VALUE   "CREDITS OF MAXIMUM".
           03  LINE 10 COL 48  PIC Z9     FROM  INS-MAX-LOAD.

       01  SCRN-BAD-COURSE  LINE 12 COL 11
           VALUE "*** COURSE NOT IN CATALOG - NOT ASSIGNED ***".

       01  SCRN-BAD-INS     LINE 12 COL 11
           VALUE "*** INSTRUCTOR NOT ON FILE - NOT ASSIGNED ***".

       01  SCRN-OVERLOAD    LINE 12 COL 11
           VALUE "*** OVER THE INSTRUCTOR'S MAXIMUM LOAD ***".

       01  SCRN-DOUBLE-BOOKED.
           03  LINE 12 COL 11  VALUE
               "*** INSTRUCTOR ALREADY TEACHES".
           03  LINE 12 COL 42  PIC X(6)   FROM  WS-CLASH-CRS.
           03  LINE 12 COL 49  VALUE   "AT THAT TIME ***".

       01  SCRN-NO-ASSIGN   LINE 12 COL 11
           VALUE "*** SECTION HAS NO INSTRUCTOR FOR THE TERM ***".

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "REMOVE THIS ASSIGNMENT? (Y/N)".
           03  LINE 17 COL 42  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 32    VALUE
                                           "INSTRUCTOR ASSIGNED ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "NOT SAVED           ".
           03 SCRN-REMOVED LINE 23 COL 32  VALUE
                                           "ASSIGNMENT REMOVED  ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER SECTION? (Y/N)".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           PERFORM 110-OPEN-FILES.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE-NUM.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "R"
               WHEN "r"
                   PERFORM 300-REMOVE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ASSIGN-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE ASSIGN-FILE.
           CLOSE INS-MST-IN.
           CLOSE CRS-MST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-FILES.
           OPEN I-O ASSIGN-FILE.
           IF WS-SA-STATUS = "35"
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
           END-IF.
           OPEN INPUT INS-MST-IN.
           OPEN INPUT CRS-MST-IN.
      *-----------------------------------------------------------------*
       200-ASSIGN-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-KEY-FIELDS.
           ACCEPT SCRN-SA-CRS.
           ACCEPT SCRN-SA-TERM.
           PERFORM 205-UPPER-KEYS.
           PERFORM 210-VALIDATE-ASSIGNMENT THRU 210-EXIT.
           IF WS-ENTRY-OK
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y"
                   PERFORM 250-WRITE-ASSIGNMENT
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       205-UPPER-KEYS.
           INSPECT WS-SA-CRS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SA-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *-----------------------------------------------------------------*
      *    COURSE, THEN INSTRUCTOR, THEN THE INSTRUCTOR'S TERM - A
      *    DOUBLE BOOKING IS REPORTED AHEAD OF AN OVERLOAD SINCE NO
      *    LOAD WAIVER FIXES TWO ROOMS AT ONCE.
       210-VALIDATE-ASSIGNMENT.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE WS-SA-CRS TO CRS-CODE-IN.
           READ CRS-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   DISPLAY SCRN-BAD-COURSE
                   GO TO 210-EXIT
           END-READ.
           MOVE CRS-TITLE-IN TO WS-NEW-TITLE.
           MOVE CRS-CREDITS-IN TO WS-NEW-CREDITS.
           MOVE CRS-DAYS-IN TO WS-NEW-DAYS.
           MOVE CRS-START-IN TO WS-NEW-START.
           MOVE CRS-END-IN TO WS-NEW-END.
           DISPLAY SCRN-SECTION-INFO.
           MOVE "N" TO WS-EXISTS-FLAG.
           MOVE WS-SA-CRS TO SA-CRS-CODE.
           MOVE WS-SA-TERM TO SA-TERM.
           READ ASSIGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-FLAG
                   MOVE SA-INS-ID TO WS-CUR-INS
                   DISPLAY SCRN-CURRENT
           END-READ.
           DISPLAY SCRN-INS-ENTRY.
           ACCEPT SCRN-INS-ENTRY.
           INSPECT WS-SA-INS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-SA-INS TO INS-ID.
           READ INS-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   DISPLAY SCRN-BAD-INS
                   GO TO 210-EXIT
           END-READ.
           DISPLAY SCRN-INS-NAME.
           PERFORM 220-SCAN-INSTRUCTOR-TERM.
           ADD WS-NEW-CREDITS TO WS-LOAD-CREDITS.
           DISPLAY SCRN-LOAD.
           IF WS-CONFLICT
               MOVE "N" TO WS-ENTRY-OK-FLAG
               DISPLAY SCRN-DOUBLE-BOOKED
               GO TO 210-EXIT
           END-IF.
           IF WS-LOAD-CREDITS > INS-MAX-LOAD
               MOVE "N" TO WS-ENTRY-OK-FLAG
               DISPLAY SCRN-OVERLOAD
           END-IF.

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    EVERY OTHER SECTION THE INSTRUCTOR HOLDS FOR THE TERM
      *    ADDS ITS CREDIT HOURS TO THE LOAD AND IS COMPARED FOR A
      *    SHARED DAY WITH OVERLAPPING TIMES.

       220-SCAN-INSTRUCTOR-TERM.
           MOVE ZERO TO WS-LOAD-CREDITS.
           MOVE "N" TO WS-CONFLICT-FLAG.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO SA-KEY.
           START ASSIGN-FILE KEY NOT < SA-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF SA-INS-ID = WS-SA-INS
                           AND SA-TERM = WS-SA-TERM
                           AND SA-CRS-CODE NOT = WS-SA-CRS
                           PERFORM 227-COMPARE-ONE-SECTION
                               THRU 227-EXIT
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       227-COMPARE-ONE-SECTION.
           MOVE SA-CRS-CODE TO CRS-CODE-IN.
           READ CRS-MST-IN
               INVALID KEY
                   GO TO 227-EXIT
           END-READ.
           ADD CRS-CREDITS-IN TO WS-LOAD-CREDITS.
           IF WS-CONFLICT
               GO TO 227-EXIT
           END-IF.
           IF WS-NEW-DAYS = SPACES OR WS-NEW-END = ZERO
               OR CRS-DAYS-IN = SPACES OR CRS-END-IN = ZERO
               GO TO 227-EXIT
           END-IF.
           IF WS-NEW-START < CRS-END-IN
               AND WS-NEW-END > CRS-START-IN
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-CONFLICT OR WS-DAY-IDX > 5
                   IF WS-NEW-DAYS(WS-DAY-IDX:1) NOT = SPACE
                       PERFORM VARYING WS-DAY-IDX2 FROM 1 BY 1
                               UNTIL WS-CONFLICT OR WS-DAY-IDX2 > 5
                           IF CRS-DAYS-IN(WS-DAY-IDX2:1) =
                               WS-NEW-DAYS(WS-DAY-IDX:1)
                               MOVE "Y" TO WS-CONFLICT-FLAG
                               MOVE SA-CRS-CODE TO WS-CLASH-CRS
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       227-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
       250-WRITE-ASSIGNMENT.
           MOVE WS-SA-CRS TO SA-CRS-CODE.
           MOVE WS-SA-TERM TO SA-TERM.
           MOVE WS-SA-INS TO SA-INS-ID.
           MOVE WS-RUN-DATE-NUM TO SA-ASSIGN-DATE.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR.
           IF WS-EXISTS
               REWRITE SECT-ASSIGN-REC
           ELSE
               WRITE SECT-ASSIGN-REC
           END-IF.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
      *    REMOVE MODE. THE SECTION GOES BACK TO HAVING NO
      *    INSTRUCTOR - ONLY THE REGISTRAR CAN THEN POST ITS GRADES.
       300-REMOVE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-KEY-FIELDS.
           ACCEPT SCRN-SA-CRS.
           ACCEPT SCRN-SA-TERM.
           PERFORM 205-UPPER-KEYS.
           MOVE WS-SA-CRS TO SA-CRS-CODE.
           MOVE WS-SA-TERM TO SA-TERM.
           READ ASSIGN-FILE
               INVALID KEY
                   DISPLAY SCRN-NO-ASSIGN
               NOT INVALID KEY
                   PERFORM 310-REMOVE-ASSIGNMENT
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       310-REMOVE-ASSIGNMENT.
           MOVE SA-INS-ID TO WS-CUR-INS.
           DISPLAY SCRN-CURRENT.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE ASSIGN-FILE RECORD
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-REMOVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.

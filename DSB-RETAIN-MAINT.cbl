      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-RETAIN-MAINT
      *    PURPOSE: RECORDS MANAGEMENT SCREEN FOR THE RETENTION POLICY.
      *        (S)CHEDULE STEPS THROUGH EVERY RECORD TYPE THE PURGE
      *        KNOWS (DSB-RETAIN-TYPES), SHOWING ITS FILE AND THE DATE
      *        ITS RETENTION RUNS FROM, AND TAKES THE YEARS TO KEEP IT
      *        AND WHETHER THE QUARTERLY DSB-RETAIN-PURGE MAY PURGE IT
      *        AT ALL - A TYPE WITH NO YEARS OR NOT SWITCHED ON IS
      *        NEVER TOUCHED. THE SCHEDULE IS DSB-RETAIN-SCHED.TXT.
      *    (H)OLDS PLACES AND RELEASES LEGAL HOLDS ON
      *        DSB-LEGAL-HOLD.TXT - A (B)ANK CUSTOMER, (L)AW CLIENT,
      *        (S)TUDENT OR (E)MPLOYEE NAMED BY COUNSEL, WITH THE
      *        MATTER, SO NOTHING OF THEIRS IS PURGED WHATEVER ITS
      *        AGE UNTIL THE HOLD IS RELEASED.
      *    EVERY SCHEDULE CHANGE, HOLD AND RELEASE WRITES ONE LINE TO
      *        THE AUDIT TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-RETAIN-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SCHED-IO         ASSIGN "DSB-RETAIN-SCHED.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RS-RECORD-TYPE
                               FILE STATUS IS WS-SCHED-STATUS.

       SELECT HOLD-IO          ASSIGN "DSB-LEGAL-HOLD.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LH-KEY
                               FILE STATUS IS WS-HOLD-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  SCHED-IO.
           COPY DSB-RETAIN-SCHED.

       FD  HOLD-IO.
           COPY DSB-LEGAL-HOLD.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SCHED-STATUS             PIC XX.
       01  WS-HOLD-STATUS              PIC XX.

           COPY DSB-RETAIN-TYPES.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-RUN-MODE                 PIC X.
       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-ACTION                   PIC X.
       01  WS-RM-MSG                   PIC X(50) VALUE SPACES.

      *    SCHEDULE ENTRY ON THE SCREEN.
       01  WS-SCHED-FOUND-FLAG         PIC X.
           88  WS-SCHED-FOUND                VALUE "Y".
       01  WS-NEW-YEARS                PIC 9(2).
       01  WS-NEW-ACTIVE               PIC X.
       01  WS-STOP-FLAG                PIC X.
           88  WS-STOP                       VALUE "Y".

      *    HOLD ON THE SCREEN.
       01  WS-HOLD-SYSTEM              PIC X.
       01  WS-HOLD-ID                  PIC X(7).
       01  WS-HOLD-NAME                PIC X(30).
       01  WS-HOLD-MATTER              PIC X(30).
       01  WS-HOLD-DATE                PIC 9(8).
       01  WS-HOLD-DATE-BRK REDEFINES WS-HOLD-DATE.
           03  WS-HD-YR                PIC 9(4).
           03  WS-HD-MNTH              PIC 9(2).
           03  WS-HD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-RETAIN-MAINT".
       01  WS-RM-LOG-NAME              PIC X(20).
       01  WS-RM-STATUS                PIC X(8).
       01  WS-ONE-ACTION               PIC 9(7) VALUE 1.
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
               "(S)CHEDULE OF RETENTION PERIODS, OR".
           03  LINE 06 COL 20  VALUE
               "(H)OLDS - PLACE OR RELEASE A LEGAL HOLD?".
           03  LINE 07 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-RETAIN-MAINT".
           03  LINE 01 COL 30  VALUE   "RECORDS MANAGEMENT".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.

       01  SCRN-SCHED.
           03  LINE 02 COL 28  VALUE   "RECORD RETENTION SCHEDULE".
           03  LINE 04 COL 11  VALUE   "RECORD TYPE".
           03  LINE 04 COL 30  PIC X(8)   FROM  RS-RECORD-TYPE.
           03  LINE 05 COL 11  VALUE   "DESCRIPTION".
           03  LINE 05 COL 30  PIC X(30)  FROM  RS-DESC.
           03  LINE 06 COL 11  VALUE   "KEPT ON".
           03  LINE 06 COL 30  PIC X(30)  FROM  RS-FILE-NAME.
           03  LINE 07 COL 11  VALUE   "MEASURED FROM".
           03  LINE 07 COL 30  PIC X(25)  FROM  RS-DATE-BASIS.
           03  LINE 09 COL 11  VALUE   "YEARS TO KEEP".
           03  LINE 09 COL 30  PIC 9(2)   FROM  RS-YEARS.
           03  LINE 10 COL 11  VALUE   "PURGE ON (Y/N)".
           03  LINE 10 COL 30  PIC X      FROM  RS-ACTIVE.
           03  LINE 11 COL 11  VALUE   "LAST CHANGED BY".
           03  LINE 11 COL 30  PIC X(10)  FROM  RS-CHG-OPER.

       01  SCRN-SCHED-CHG.
           03  LINE 13 COL 11  VALUE   "NEW YEARS TO KEEP".
           03  LINE 13 COL 30  PIC 9(2)   USING WS-NEW-YEARS   AUTO.
           03  LINE 14 COL 11  VALUE   "PURGE ON (Y/N)".
           03  LINE 14 COL 30  PIC X      USING WS-NEW-ACTIVE  AUTO.
           03  LINE 16 COL 11  VALUE
               "(S)AVE, ENTER TO LEAVE AS IS, OR (Q)UIT".
           03  LINE 16 COL 52  PIC X      TO    WS-ACTION      AUTO.

       01  SCRN-HOLD-ID.
           03  LINE 02 COL 33  VALUE   "LEGAL HOLDS".
           03  LINE 04 COL 06  VALUE
               "(B)ANK CUST, (L)AW CLIENT, (S)TUDENT, (E)MPLOYEE".
           03  LINE 04 COL 56  PIC X       TO  WS-HOLD-SYSTEM  AUTO.
           03  LINE 05 COL 06  VALUE   "ID".
           03  LINE 05 COL 16  PIC X(7)    TO  WS-HOLD-ID      AUTO.

       01  SCRN-HOLD.
           03  LINE 07 COL 11  VALUE   "NAME".
           03  LINE 07 COL 27  PIC X(30)  FROM  LH-NAME.
           03  LINE 08 COL 11  VALUE   "MATTER".
           03  LINE 08 COL 27  PIC X(30)  FROM  LH-MATTER.
           03  LINE 09 COL 11  VALUE   "HELD SINCE".
           03  LINE 09 COL 27  PIC 9(2)   FROM  WS-HD-MNTH.
           03  LINE 09 COL 29  VALUE   "/".
           03  LINE 09 COL 30  PIC 9(2)   FROM  WS-HD-DY.
           03  LINE 09 COL 32  VALUE   "/".
           03  LINE 09 COL 33  PIC 9(4)   FROM  WS-HD-YR.
           03  LINE 09 COL 40  VALUE   "BY".
           03  LINE 09 COL 43  PIC X(10)  FROM  LH-PLACED-OPER.
           03  LINE 11 COL 11  VALUE
               "(R)ELEASE THIS HOLD, OR ENTER FOR NO CHANGE".
           03  LINE 11 COL 56  PIC X      TO    WS-ACTION      AUTO.

       01  SCRN-NEW-HOLD.
           03  LINE 07 COL 11  VALUE   "NO HOLD ON FILE - TO PLACE ONE".
           03  LINE 08 COL 11  VALUE   "NAME".
           03  LINE 08 COL 27  PIC X(30)  TO  WS-HOLD-NAME    AUTO.
           03  LINE 09 COL 11  VALUE   "MATTER".
           03  LINE 09 COL 27  PIC X(30)  TO  WS-HOLD-MATTER  AUTO.
           03  LINE 11 COL 11  VALUE
               "(P)LACE THE HOLD, OR ENTER FOR NO CHANGE".
           03  LINE 11 COL 56  PIC X      TO  WS-ACTION       AUTO.

       01  SCRN-RM-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-RM-MSG.

       01  SCRN-MORE.
           03  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
           03  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

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
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "S"
               WHEN "s"
                   PERFORM 110-OPEN-SCHEDULE
                   MOVE "N" TO WS-STOP-FLAG
                   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                           UNTIL WS-RT-IDX > WS-RT-CNT OR WS-STOP
                       PERFORM 200-SCHEDULE-ENTRY
                   END-PERFORM
                   CLOSE SCHED-IO
               WHEN "H"
               WHEN "h"
                   PERFORM 120-OPEN-HOLDS
                   PERFORM 300-HOLD-LOOP UNTIL WS-MORE
                   CLOSE HOLD-IO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           DISPLAY "CHANGES MADE          = " WS-TRANS-CNTR.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-SCHEDULE.
           OPEN I-O SCHED-IO.
           IF WS-SCHED-STATUS = "35"
               OPEN OUTPUT SCHED-IO
               CLOSE SCHED-IO
               OPEN I-O SCHED-IO
           END-IF.
      *-----------------------------------------------------------------*
       120-OPEN-HOLDS.
           OPEN I-O HOLD-IO.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-IO
               CLOSE HOLD-IO
               OPEN I-O HOLD-IO
           END-IF.
      *-----------------------------------------------------------------*
      *    A TYPE NOT YET ON THE SCHEDULE STARTS AT NO YEARS AND OFF,
      *    SO NOTHING IS EVER PURGED UNTIL SOMEONE SETS A POLICY FOR
      *    IT. THE DESCRIPTION, FILE AND DATE BASIS ALWAYS COME FROM
      *    THE TYPE TABLE.
       200-SCHEDULE-ENTRY.
           MOVE WS-RT-CODE(WS-RT-IDX) TO RS-RECORD-TYPE.
           READ SCHED-IO
               INVALID KEY
                   MOVE "N" TO WS-SCHED-FOUND-FLAG
                   MOVE ZERO TO RS-YEARS RS-CHG-DATE
                   MOVE "N" TO RS-ACTIVE
                   MOVE SPACES TO RS-CHG-OPER
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCHED-FOUND-FLAG
           END-READ.
           MOVE WS-RT-DESC(WS-RT-IDX) TO RS-DESC.
           MOVE WS-RT-FILE(WS-RT-IDX) TO RS-FILE-NAME.
           MOVE WS-RT-BASIS(WS-RT-IDX) TO RS-DATE-BASIS.
           MOVE RS-YEARS TO WS-NEW-YEARS.
           MOVE RS-ACTIVE TO WS-NEW-ACTIVE.
           MOVE SPACE TO WS-ACTION.
           MOVE SPACES TO WS-RM-MSG.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-SCHED.
           DISPLAY SCRN-SCHED-CHG.
           ACCEPT SCRN-SCHED-CHG.
           INSPECT WS-NEW-ACTIVE CONVERTING "yn" TO "YN".
           EVALUATE WS-ACTION
               WHEN "S"
               WHEN "s"
                   PERFORM 210-SAVE-SCHEDULE
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-STOP-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------*
       210-SAVE-SCHEDULE.
           IF WS-NEW-ACTIVE NOT = "Y" AND WS-NEW-ACTIVE NOT = "N"
               MOVE "*** PURGE ON MUST BE Y OR N - NOT SAVED ***"
                   TO WS-RM-MSG
               DISPLAY SCRN-RM-MSG
           ELSE
               IF WS-NEW-ACTIVE = "Y" AND WS-NEW-YEARS = ZERO
                   MOVE "*** SET THE YEARS BEFORE PURGING - NOT SAVED"
                       TO WS-RM-MSG
                   DISPLAY SCRN-RM-MSG
               ELSE
                   MOVE WS-NEW-YEARS TO RS-YEARS
                   MOVE WS-NEW-ACTIVE TO RS-ACTIVE
                   MOVE WS-OPERATOR-ID TO RS-CHG-OPER
                   MOVE WS-RUN-DATE TO RS-CHG-DATE
                   PERFORM 220-WRITE-SCHEDULE
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       220-WRITE-SCHEDULE.
           IF WS-SCHED-FOUND
               REWRITE RETAIN-SCHED-REC
                   INVALID KEY
                       MOVE "*** SCHEDULE REWRITE FAILED ***"
                           TO WS-RM-MSG
               END-REWRITE
           ELSE
               WRITE RETAIN-SCHED-REC
                   INVALID KEY
                       MOVE "*** SCHEDULE WRITE FAILED ***"
                           TO WS-RM-MSG
               END-WRITE
           END-IF.
           IF WS-RM-MSG = SPACES
               ADD 1 TO WS-TRANS-CNTR
               MOVE "SCHEDULE" TO WS-RM-STATUS
               MOVE SPACES TO WS-RM-LOG-NAME
               STRING "RETAIN " DELIMITED BY SIZE
                   RS-RECORD-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RS-YEARS DELIMITED BY SIZE
                   RS-ACTIVE DELIMITED BY SIZE
                   INTO WS-RM-LOG-NAME
               END-STRING
               PERFORM 400-LOG-ACTION
           ELSE
               DISPLAY SCRN-RM-MSG
           END-IF.
      *-----------------------------------------------------------------*
       300-HOLD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACE TO WS-HOLD-SYSTEM WS-ACTION.
           MOVE SPACES TO WS-HOLD-ID WS-RM-MSG.
           DISPLAY SCRN-HOLD-ID.
           ACCEPT SCRN-HOLD-ID.
           INSPECT WS-HOLD-SYSTEM CONVERTING "blse" TO "BLSE".
           IF (WS-HOLD-SYSTEM NOT = "B" AND "L" AND "S" AND "E")
               OR WS-HOLD-ID = SPACES
               MOVE "*** KEY B, L, S OR E AND THE ID ***" TO WS-RM-MSG
           ELSE
               MOVE WS-HOLD-SYSTEM TO LH-SYSTEM
               MOVE WS-HOLD-ID TO LH-ID
               READ HOLD-IO
                   INVALID KEY
                       PERFORM 320-PLACE-HOLD
                   NOT INVALID KEY
                       PERFORM 310-RELEASE-HOLD
               END-READ
           END-IF.
           DISPLAY SCRN-RM-MSG.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       310-RELEASE-HOLD.
           MOVE LH-PLACED-DATE TO WS-HOLD-DATE.
           DISPLAY SCRN-HOLD.
           ACCEPT SCRN-HOLD.
           IF WS-ACTION = "R" OR WS-ACTION = "r"
               DELETE HOLD-IO
                   INVALID KEY
                       MOVE "*** HOLD DELETE FAILED ***" TO WS-RM-MSG
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "RELEASED" TO WS-RM-STATUS
                       PERFORM 330-LOG-HOLD
                       MOVE "HOLD RELEASED - BACK UNDER THE SCHEDULE"
                           TO WS-RM-MSG
               END-DELETE
           ELSE
               MOVE "NO CHANGE MADE" TO WS-RM-MSG
           END-IF.
      *-----------------------------------------------------------------*
       320-PLACE-HOLD.
           MOVE SPACES TO WS-HOLD-NAME WS-HOLD-MATTER.
           DISPLAY SCRN-NEW-HOLD.
           ACCEPT SCRN-NEW-HOLD.
           EVALUATE TRUE
               WHEN WS-ACTION NOT = "P" AND WS-ACTION NOT = "p"
                   MOVE "NO CHANGE MADE" TO WS-RM-MSG
               WHEN WS-HOLD-NAME = SPACES OR WS-HOLD-MATTER = SPACES
                   MOVE "*** NAME AND MATTER ARE REQUIRED ***"
                       TO WS-RM-MSG
               WHEN OTHER
                   MOVE WS-HOLD-SYSTEM TO LH-SYSTEM
                   MOVE WS-HOLD-ID TO LH-ID
                   MOVE WS-HOLD-NAME TO LH-NAME
                   MOVE WS-HOLD-MATTER TO LH-MATTER
                   MOVE WS-RUN-DATE TO LH-PLACED-DATE
                   MOVE WS-OPERATOR-ID TO LH-PLACED-OPER
                   WRITE LEGAL-HOLD-REC
                       INVALID KEY
                           MOVE "*** HOLD WRITE FAILED ***" TO WS-RM-MSG
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-CNTR
                           MOVE "HELD" TO WS-RM-STATUS
                           PERFORM 330-LOG-HOLD
                           MOVE "HOLD PLACED - EXEMPT FROM EVERY PURGE"
                               TO WS-RM-MSG
                   END-WRITE
           END-EVALUATE.
      *-----------------------------------------------------------------*
       330-LOG-HOLD.
           MOVE SPACES TO WS-RM-LOG-NAME.
           STRING "LGLHOLD " DELIMITED BY SIZE
               LH-SYSTEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-ID DELIMITED BY SIZE
               INTO WS-RM-LOG-NAME
           END-STRING.
           PERFORM 400-LOG-ACTION.
      *-----------------------------------------------------------------*
      *    ONE AUDIT LINE PER SCHEDULE CHANGE, HOLD OR RELEASE, SO THE
      *    TRAIL SHOWS WHO SET THE POLICY AND WHO EXEMPTED WHOM.
       400-LOG-ACTION.
           CALL "DSB-AUDIT-LOG" USING WS-RM-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-ACTION
               WS-RM-STATUS.

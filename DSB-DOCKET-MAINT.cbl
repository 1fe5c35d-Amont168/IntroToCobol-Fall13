      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-DOCKET-MAINT
      *    PURPOSE: ONLINE ADD/CHANGE/MARK-COMPLETE MAINTENANCE FOR
      *        THE CLIENT DOCKET (DSB-DOCKET.TXT) - COURT DATES, FILING
      *        DEADLINES AND STATUTES OF LIMITATIONS, ONE ROW PER
      *        CLIENT AND EVENT NUMBER, WITH THE EVENT TYPE, DUE DATE,
      *        RESPONSIBLE ATTORNEY AND REMINDER LEAD DAYS. THE DATES
      *        NO LONGER LIVE ONLY IN THE ATTORNEYS' OWN DIARIES.
      *    WHEN THE EVENT TYPE HAS A ROW ON DSB-DOCKET-RULES.TXT THE
      *        DUE DATE IS WORKED OUT FROM THE TRIGGER DATE (SERVICE,
      *        FILING, ORDER) BY THE RULE - CALENDAR DAYS ROLLED OFF A
      *        WEEKEND OR DSB-HOLIDAY-CAL.TXT DATE, OR BUSINESS DAYS
      *        THROUGH DSB-BUS-DAY-ADD - AND CANNOT BE OVERKEYED. ANY
      *        OTHER EVENT TYPE HAS ITS DUE DATE KEYED. THE CLIENT IS
      *        PROVEN AGAINST CH0601.TXT AND THE ATTORNEY AGAINST THE
      *        ATTORNEY MASTER. DSB-DOCKET-TICKLER LISTS THE OPEN ROWS
      *        EVERY NIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-DOCKET-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT DOCKET-IO        ASSIGN "DSB-DOCKET.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DKT-KEY
                               FILE STATUS IS WS-DKT-STATUS.

       SELECT RULES-IN         ASSIGN "DSB-DOCKET-RULES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RULES-STATUS.

       SELECT MST-IN           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DOCKET-IO.
           COPY DSB-DOCKET.

       FD  RULES-IN.
           COPY DSB-DOCKET-RULE.

       FD  MST-IN.
       01  REC-IN.
           03  CLIENT-ID-IN        PIC X(5).
           03  INITIAL1-IN         PIC X.
           03  INITIAL2-IN         PIC X.
           03  LNAME-IN            PIC X(10).
           03  MONTH-IN            PIC X(2).
           03  YEAR-IN             PIC X(4).
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  ATTY-MST-IN.
       01  ATTY-MST-REC.
           03  ATTY-CD-MST             PIC X(3).
           03  ATTY-NAME-MST           PIC X(25).
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DKT-STATUS               PIC XX.
       01  WS-RULES-STATUS             PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-ATTY-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-REC-VALID-FLAG           PIC X VALUE "N".
           88  WS-REC-VALID                  VALUE "Y".

       01  WS-CONFIRM-DONE             PIC X.

      *    THE DEADLINE RULES, LOADED ONCE AT SIGN-ON.
       01  WS-RULE-TABLE.
           03  WS-RULE-ENTRY           OCCURS 50 TIMES.
               05  WS-RUL-TYPE         PIC X(4).
               05  WS-RUL-DESC         PIC X(30).
               05  WS-RUL-DAYS         PIC 9(3).
               05  WS-RUL-DAY-TYPE     PIC X.
               05  WS-RUL-LEAD         PIC 9(3).
       01  WS-RULE-CNT                 PIC 99 VALUE ZERO.
       01  WS-RULE-IDX                 PIC 99.
       01  WS-RULE-HIT                 PIC 99.
       01  WS-APPLIED-DESC             PIC X(30).

      *    DATE CHECK AND DUE-DATE ARITHMETIC.
       01  WS-CHK-DATE                 PIC 9(8).
       01  WS-CHK-DATE-BRK REDEFINES WS-CHK-DATE.
           03  WS-CHK-YEAR             PIC 9(4).
           03  WS-CHK-MONTH            PIC 99.
           03  WS-CHK-DAY              PIC 99.
       01  WS-DATE-VALID-FLAG          PIC X.
           88  WS-DATE-VALID                 VALUE "Y".
       01  WS-DAY-INT                  PIC 9(7).
       01  WS-BD-START                 PIC 9(8).
       01  WS-BD-COUNT                 PIC 9(3).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-DOCKET-MAINT".
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
               "(A)DD NEW EVENT, (C)HANGE, OR (M)ARK COMPLETE?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-DOCKET-MAINT".
           03  LINE 01 COL 25  VALUE
               "DEWEY, CHEATEM & HOWE, ATTORNEYS AT LAW".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 28  VALUE   "DOCKET AND DEADLINE CALENDAR".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "CLIENT ID".
           03  LINE 04 COL 16  PIC X(5)    TO  DKT-CLIENT-ID  AUTO.
           03  LINE 04 COL 24  VALUE   "EVENT NO".
           03  LINE 04 COL 33  PIC 9(3)    TO  DKT-EVENT-NO  AUTO.

       01  SCRN-DUP-ID     LINE 05 COL 06
           VALUE "*** EVENT ALREADY ON FILE FOR CLIENT - TRY AGAIN ***".

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** DOCKET EVENT NOT FOUND ON FILE ***".

       01  SCRN-BAD-CLIENT LINE 05 COL 06
           VALUE "*** CLIENT NOT ON THE BILLING MASTER - TRY AGAIN ***".

       01  SCRN-ALREADY-DONE LINE 05 COL 06
           VALUE "*** EVENT IS ALREADY MARKED COMPLETE ***".

       01  SCRN-BAD-TYPE   LINE 15 COL 11
           VALUE "*** MISSING EVENT TYPE - RE-ENTER ***".

       01  SCRN-BAD-TRIGGER LINE 15 COL 11
           VALUE "*** RULE NEEDS A VALID TRIGGER DATE - RE-ENTER ***".

       01  SCRN-BAD-DUE    LINE 15 COL 11
           VALUE "*** INVALID OR MISSING DUE DATE - RE-ENTER ***".

       01  SCRN-BAD-ATTY   LINE 15 COL 11
           VALUE "*** ATTORNEY CODE NOT ON FILE - RE-ENTER ***".

       01  SCRN-INACT-ATTY LINE 15 COL 11
           VALUE "*** ATTORNEY IS INACTIVE - RE-ENTER ***".

       01  SCRN-RULE-APPLIED.
           03  LINE 16 COL 11  VALUE   "DUE DATE COMPUTED BY RULE:".
           03  LINE 16 COL 38  PIC X(30)   FROM  WS-APPLIED-DESC.

       01  SCRN-DOCKET-FIELDS.
           03  SCRN-TYPE.
               05  LINE 06 COL 11  VALUE   "EVENT TYPE".
               05  LINE 06 COL 22  PIC X(4)    USING  DKT-EVENT-TYPE
                                               AUTO.
               05  LINE 06 COL 28  VALUE "(RULE CODE OR OWN CODE)".
           03  SCRN-DESC.
               05  LINE 07 COL 11  VALUE   "DESCRIPT".
               05  LINE 07 COL 22  PIC X(30)   USING  DKT-DESC.
           03  SCRN-TRIGGER.
               05  LINE 09 COL 11  VALUE   "TRIGGER DT".
               05  LINE 09 COL 22  PIC 9(8)    USING  DKT-TRIGGER-DATE
                                               AUTO.
               05  LINE 09 COL 32  VALUE   "YYYYMMDD SERVICE/FILING".
           03  SCRN-DUE.
               05  LINE 10 COL 11  VALUE   "DUE DATE".
               05  LINE 10 COL 22  PIC 9(8)    USING  DKT-DUE-DATE
                                               AUTO.
               05  LINE 10 COL 32  VALUE "(SET BY RULE IF ON FILE)".
           03  SCRN-ATTY.
               05  LINE 12 COL 11  VALUE   "ATTORNEY".
               05  LINE 12 COL 22  PIC X(3)    USING  DKT-ATTY-CD  AUTO.
           03  SCRN-LEAD.
               05  LINE 13 COL 11  VALUE   "LEAD DAYS".
               05  LINE 13 COL 22  PIC 9(3)    USING  DKT-LEAD-DAYS
                                               AUTO.
               05  LINE 13 COL 27  VALUE   "(0 = RULE DEFAULT)".
           03  SCRN-STATUS.
               05  LINE 14 COL 11  VALUE   "STATUS".
               05  LINE 14 COL 22  PIC X       FROM   DKT-STATUS.
               05  LINE 14 COL 25  VALUE   "O=OPEN C=COMPLETE".

       01  SCRN-DONE-CONFIRM.
           03  LINE 17 COL 11  VALUE
               "MARK THIS EVENT COMPLETE? (Y/N)".
           03  LINE 17 COL 44  PIC X   TO  WS-CONFIRM-DONE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
           03 SCRN-COMPLETED LINE 23 COL 32    VALUE
                                               "EVENT COMPLETED ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

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
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "CH0601.TXT NOT FOUND - NO CLIENTS ON FILE"
               GOBACK
           END-IF.
           OPEN INPUT ATTY-MST-IN.
           PERFORM 110-OPEN-DOCKET.
           PERFORM 120-LOAD-RULES.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-LOOP UNTIL WS-MORE
               WHEN "M"
               WHEN "m"
                   PERFORM 600-COMPLETE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE DOCKET-IO.
           CLOSE MST-IN.
           CLOSE ATTY-MST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-DOCKET.
           OPEN I-O DOCKET-IO.
           IF WS-DKT-STATUS = "35"
               OPEN OUTPUT DOCKET-IO
               CLOSE DOCKET-IO
               OPEN I-O DOCKET-IO
           END-IF.
      *-----------------------------------------------------------------*
      *    NO RULES FILE IS NOT AN ERROR - EVERY DUE DATE IS KEYED.
       120-LOAD-RULES.
           OPEN INPUT RULES-IN.
           IF WS-RULES-STATUS = "00"
               READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-RULE-CNT < 50
                       ADD 1 TO WS-RULE-CNT
                       MOVE DRL-EVENT-TYPE TO WS-RUL-TYPE(WS-RULE-CNT)
                       MOVE DRL-DESC TO WS-RUL-DESC(WS-RULE-CNT)
                       MOVE DRL-DAYS TO WS-RUL-DAYS(WS-RULE-CNT)
                       MOVE DRL-DAY-TYPE TO WS-RUL-DAY-TYPE(WS-RULE-CNT)
                       MOVE DRL-LEAD-DAYS TO WS-RUL-LEAD(WS-RULE-CNT)
                   END-IF
                   READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE SPACES TO DKT-EVENT-TYPE DKT-DESC.
           MOVE ZERO TO DKT-TRIGGER-DATE DKT-DUE-DATE DKT-LEAD-DAYS.
           MOVE ATTY-CD-IN TO DKT-ATTY-CD.
           MOVE "O" TO DKT-STATUS.
           MOVE ZERO TO DKT-DONE-DATE.
           MOVE SPACES TO DKT-DONE-OPER.
           MOVE WS-OPERATOR-ID TO DKT-ADDED-OPER.
           DISPLAY SCRN-DOCKET-FIELDS.
           PERFORM 220-ACCEPT-DOCKET-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-DOCKET UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               WRITE DOCKET-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE CLIENT MUST BE ON THE BILLING MASTER, AND THE CLIENT'S
      *    ATTORNEY OF RECORD BECOMES THE DEFAULT RESPONSIBLE ATTORNEY.
       205-ENTER-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE "Y" TO WS-ID-OK-FLAG.
           MOVE DKT-CLIENT-ID TO CLIENT-ID-IN.
           READ MST-IN
               INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-BAD-CLIENT
           END-READ.
           IF WS-ID-OK
               READ DOCKET-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-OK-FLAG
                       DISPLAY SCRN-DUP-ID
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-DOCKET-FIELDS.
           ACCEPT SCRN-TYPE.
           ACCEPT SCRN-DESC.
           ACCEPT SCRN-TRIGGER.
           ACCEPT SCRN-DUE.
           ACCEPT SCRN-ATTY.
           ACCEPT SCRN-LEAD.
      *-----------------------------------------------------------------*
      *    A RULE ON FILE FOR THE EVENT TYPE OVERRIDES ANY KEYED DUE
      *    DATE, AND FILLS A BLANK DESCRIPTION OR ZERO LEAD DAYS FROM
      *    THE RULE ROW.
       230-VALIDATE-DOCKET.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           INSPECT DKT-EVENT-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-RULE-HIT.
           IF DKT-EVENT-TYPE = SPACES
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-TYPE
           ELSE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
                   IF WS-RUL-TYPE(WS-RULE-IDX) = DKT-EVENT-TYPE
                       MOVE WS-RULE-IDX TO WS-RULE-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RULE-HIT > ZERO
               MOVE DKT-TRIGGER-DATE TO WS-CHK-DATE
               PERFORM 240-CHECK-DATE
               IF NOT WS-DATE-VALID
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-TRIGGER
               ELSE
                   PERFORM 250-COMPUTE-DUE
                   IF DKT-DESC = SPACES
                       MOVE WS-RUL-DESC(WS-RULE-HIT) TO DKT-DESC
                   END-IF
                   IF DKT-LEAD-DAYS = ZERO
                       MOVE WS-RUL-LEAD(WS-RULE-HIT) TO DKT-LEAD-DAYS
                   END-IF
                   MOVE WS-RUL-DESC(WS-RULE-HIT) TO WS-APPLIED-DESC
                   DISPLAY SCRN-RULE-APPLIED
               END-IF
           ELSE
               MOVE DKT-DUE-DATE TO WS-CHK-DATE
               PERFORM 240-CHECK-DATE
               IF NOT WS-DATE-VALID
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-DUE
               END-IF
           END-IF.
           MOVE DKT-ATTY-CD TO ATTY-CD-MST.
           READ ATTY-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-ATTY
               NOT INVALID KEY
                   IF ATTY-ACTIVE-MST NOT = "A"
                       MOVE "N" TO WS-REC-VALID-FLAG
                       DISPLAY SCRN-INACT-ATTY
                   END-IF
           END-READ.
           DISPLAY SCRN-DOCKET-FIELDS.
           IF NOT WS-REC-VALID
               PERFORM 220-ACCEPT-DOCKET-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
       240-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF WS-CHK-DATE > ZERO
               CALL "DSB-DATE-VALID" USING WS-CHK-MONTH WS-CHK-DAY
                   WS-CHK-YEAR WS-DATE-VALID-FLAG
           END-IF.
      *-----------------------------------------------------------------*
      *    A CALENDAR-DAY RULE COUNTS STRAIGHT DAYS FROM THE TRIGGER,
      *    THEN ASKS DSB-BUS-DAY-ADD FOR THE FIRST BUSINESS DAY AFTER
      *    THE DAY BEFORE THE RESULT - THE RESULT ITSELF WHEN IT IS A
      *    BUSINESS DAY, OTHERWISE THE NEXT ONE. A BUSINESS-DAY RULE
      *    HANDS THE WHOLE COUNT TO DSB-BUS-DAY-ADD.
       250-COMPUTE-DUE.
           IF WS-RUL-DAY-TYPE(WS-RULE-HIT) = "B"
               MOVE DKT-TRIGGER-DATE TO WS-BD-START
               MOVE WS-RUL-DAYS(WS-RULE-HIT) TO WS-BD-COUNT
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(DKT-TRIGGER-DATE)
                   + WS-RUL-DAYS(WS-RULE-HIT) - 1
               COMPUTE WS-BD-START =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE 1 TO WS-BD-COUNT
           END-IF.
           CALL "DSB-BUS-DAY-ADD" USING WS-BD-START WS-BD-COUNT
               DKT-DUE-DATE.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ DOCKET-IO
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-CORRECT-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           DISPLAY SCRN-DOCKET-FIELDS.
           PERFORM 220-ACCEPT-DOCKET-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-DOCKET UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               REWRITE DOCKET-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       600-COMPLETE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ DOCKET-IO
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   IF DKT-COMPLETE
                       DISPLAY SCRN-ALREADY-DONE
                   ELSE
                       PERFORM 610-MARK-COMPLETE
                   END-IF
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    WHO CLOSED THE DEADLINE AND WHEN STAYS ON THE ROW.
       610-MARK-COMPLETE.
           DISPLAY SCRN-DOCKET-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DONE.
           DISPLAY SCRN-DONE-CONFIRM.
           ACCEPT SCRN-DONE-CONFIRM.
           IF WS-CONFIRM-DONE = "Y" OR "y"
               MOVE "C" TO DKT-STATUS
               MOVE WS-DATE TO DKT-DONE-DATE
               MOVE WS-OPERATOR-ID TO DKT-DONE-OPER
               REWRITE DOCKET-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-COMPLETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-JE-ENTRY
      *    PURPOSE: MANUAL JOURNAL ENTRY SCREEN FOR ACCOUNTING. AN
      *        ENTRY IS A DATE, A TYPE, AND UP TO 20 DEBIT AND CREDIT
      *        LINES, EACH AGAINST AN ACCOUNT ON THE CHART OF ACCOUNTS
      *        (DSB-CHART-OF-ACCTS.TXT). THE ENTRY DATE MUST FALL IN AN
      *        OPEN PERIOD (DSB-PERIOD-CHECK) NO LATER THAN THE
      *        PROCESSING DATE, AND THE DEBITS MUST EQUAL THE CREDITS
      *        BEFORE THE ENTRY CAN BE SUBMITTED. THE TYPES ARE:
      *            (S)TANDARD  - BOOKED ONCE.
      *            (R)EVERSING - BOOKED, THEN BACKED OUT ON THE FIRST
      *                          DAY OF THE NEXT PERIOD BY DSB-JE-CYCLE.
      *            (M)ONTHLY   - BOOKED, THEN REPEATED ON THE FIRST DAY
      *                          OF EACH LATER PERIOD BY DSB-JE-CYCLE
      *                          THROUGH THE END PERIOD KEYED HERE.
      *        A SUBMITTED ENTRY GETS THE NEXT NUMBER FROM
      *        DSB-JE-CONTROL.TXT, IS FILED ON DSB-JOURNAL.TXT AS
      *        PENDING, AND QUEUES TO DSB-PENDING-CHG.TXT - NOTHING
      *        REACHES THE GENERAL LEDGER UNTIL A SECOND OPERATOR
      *        APPROVES IT IN DSB-CHG-APPROVE, WHICH SENDS IT TO THE
      *        NEXT GL FEED AND POST THROUGH DSB-GL-DAYWORK.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-JE-ENTRY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT JOURNAL-FILE     ASSIGN "DSB-JOURNAL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS JE-KEY
                               FILE STATUS IS WS-JE-STATUS.

       SELECT CHART-IN         ASSIGN "DSB-CHART-OF-ACCTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS COA-ACCT
                               FILE STATUS IS WS-CHART-STATUS.

       SELECT JE-CONTROL       ASSIGN "DSB-JE-CONTROL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-JECTL-STATUS.

       SELECT PENDING-CHG      ASSIGN "DSB-PENDING-CHG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PEND-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY DSB-JOURNAL.

       FD  CHART-IN.
       01  CHART-REC.
           03  COA-ACCT                PIC X(4).
           03  COA-DESC                PIC X(30).

       FD  JE-CONTROL.
       01  JE-CONTROL-REC.
           03  JEC-NEXT-NUM            PIC 9(6).

       FD  PENDING-CHG.
       01  PENDING-REC.
           03  PC-TARGET               PIC X(8).
           03  PC-KEY                  PIC X(10).
           03  PC-OLD-AMT              PIC 9(7)V99.
           03  PC-NEW-AMT              PIC 9(7)V99.
           03  PC-AUX-1                PIC 9(7)V99.
           03  PC-EFF-DATE             REDEFINES PC-AUX-1
                                       PIC 9(9).
           03  PC-AUX-2                PIC 9(7)V99.
           03  PC-AUX-3                PIC V9(4).
           03  PC-MAKER                PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-JE-STATUS                PIC XX.
       01  WS-CHART-STATUS             PIC XX.
       01  WS-JECTL-STATUS             PIC XX.
       01  WS-PEND-STATUS              PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-HDR-OK-FLAG              PIC X VALUE "N".
           88  WS-HDR-OK                     VALUE "Y".
       01  WS-LINES-DONE-FLAG          PIC X VALUE "N".
           88  WS-LINES-DONE                 VALUE "Y".
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.
       01  WS-LINE-MSG                 PIC X(50) VALUE SPACES.

       01  WS-PERIOD-FLAG              PIC X VALUE "O".
           88  WS-PERIOD-OPEN                VALUE "O".

      *    HEADER AS KEYED.
       01  WS-INP-DATE                 PIC 9(8).
       01  WS-INP-DATE-BRK REDEFINES WS-INP-DATE.
           03  WS-ID-YR                PIC 9(4).
           03  WS-ID-MNTH              PIC 9(2).
           03  WS-ID-DY                PIC 9(2).
       01  WS-INP-TYPE                 PIC X.
       01  WS-INP-END                  PIC 9(6).
       01  WS-INP-END-BRK REDEFINES WS-INP-END.
           03  WS-IE-YR                PIC 9(4).
           03  WS-IE-MNTH              PIC 9(2).
       01  WS-ENTRY-PERIOD             PIC 9(6).

      *    ONE LINE AS KEYED.
       01  WS-LINE-NO                  PIC 99.
       01  WS-INP-ACCT                 PIC X(4).
       01  WS-INP-DR-CR                PIC X.
       01  WS-INP-AMT                  PIC 9(7)V99.
       01  WS-INP-DESC                 PIC X(30).

      *    THE LINES HELD UNTIL THE WHOLE ENTRY BALANCES.
       01  WS-MAX-LINES                PIC 99 VALUE 20.
       01  WS-LINE-CNT                 PIC 99 VALUE ZERO.
       01  WS-LN-IDX                   PIC 99 VALUE ZERO.
       01  WS-LINE-TABLE.
           03  WS-LN-ENTRY OCCURS 20 TIMES.
               05  WS-LN-ACCT          PIC X(4).
               05  WS-LN-DR-CR         PIC X.
               05  WS-LN-AMT           PIC 9(7)V99.
               05  WS-LN-DESC          PIC X(30).
       01  WS-TOT-DR                   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CR                   PIC 9(9)V99 VALUE ZERO.
       01  WS-MAX-ENTRY-AMT            PIC 9(9)V99 VALUE 9999999.99.

       01  WS-NEXT-JE-NUM              PIC 9(6) VALUE 1.
       01  WS-JE-NUM                   PIC 9(6).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-JE-ENTRY".
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

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-JE-ENTRY".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 30  VALUE   "MANUAL JOURNAL ENTRY".

       01  SCRN-HEADER.
           03  LINE 04 COL 06  VALUE   "ENTRY DATE (YYYYMMDD)".
           03  LINE 04 COL 41  PIC 9(8)    USING  WS-INP-DATE.
           03  LINE 05 COL 06  VALUE
               "(S)TANDARD, (R)EVERSING, (M)ONTHLY RECURRING".
           03  LINE 05 COL 52  PIC X       USING  WS-INP-TYPE.
           03  LINE 06 COL 06  VALUE
               "RECURRING THROUGH PERIOD (YYYYMM)".
           03  LINE 06 COL 41  PIC 9(6)    USING  WS-INP-END.

       01  SCRN-ENTRY-MSG.
           03  LINE 07 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-LINE-HEAD.
           03  LINE 09 COL 06  VALUE
               "LINE ACCT D/C     AMOUNT  DESCRIPTION".
           03  LINE 12 COL 06  VALUE
               "A BLANK ACCOUNT ENDS THE ENTRY".

       01  SCRN-LINE-FIELDS.
           03  LINE 10 COL 07  PIC Z9      FROM  WS-LINE-NO.
           03  LINE 10 COL 11  PIC X(4)    TO    WS-INP-ACCT.
           03  LINE 10 COL 17  PIC X       TO    WS-INP-DR-CR.
           03  LINE 10 COL 20  PIC Z(6)9.99 TO   WS-INP-AMT.
           03  LINE 10 COL 32  PIC X(30)   TO    WS-INP-DESC.

       01  SCRN-LINE-MSG.
           03  LINE 11 COL 06  PIC X(50)  FROM  WS-LINE-MSG.

       01  SCRN-TOTALS.
           03  LINE 14 COL 06  VALUE   "LINES KEYED".
           03  LINE 14 COL 32  PIC Z9      FROM  WS-LINE-CNT.
           03  LINE 15 COL 06  VALUE   "TOTAL DEBITS".
           03  LINE 15 COL 20  PIC ZZZ,ZZZ,ZZ9.99 FROM WS-TOT-DR.
           03  LINE 16 COL 06  VALUE   "TOTAL CREDITS".
           03  LINE 16 COL 20  PIC ZZZ,ZZZ,ZZ9.99 FROM WS-TOT-CR.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 25  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 27  VALUE
                   "SUBMIT FOR SECOND-OPERATOR APPROVAL? (Y/N)".
           03  SCRN-SAVED.
               05  LINE 23 COL 25  VALUE   "ENTRY".
               05  LINE 23 COL 31  PIC 9(6)  FROM  WS-JE-NUM.
               05  LINE 23 COL 38  VALUE
                   "QUEUED FOR APPROVAL IN DSB-CHG-APPROVE".
           03  SCRN-NOT-SAVED LINE 23 COL 25  VALUE
               "ENTRY NOT SUBMITTED                              ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER ENTRY? (Y/N)".

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
           OPEN INPUT CHART-IN.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "DSB-CHART-OF-ACCTS.TXT NOT FOUND - NO "
                   "ACCOUNTS TO ENTER AGAINST"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF.
           PERFORM 200-ENTRY-LOOP UNTIL WS-MORE.
           CLOSE JOURNAL-FILE.
           CLOSE CHART-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
      *    THE HEADER IS KEYED UNTIL IT PASSES, THEN LINES ARE KEYED
      *    UNTIL A BLANK ACCOUNT OR THE 20-LINE LIMIT. ONLY A
      *    BALANCED ENTRY IS OFFERED FOR SUBMISSION.
       200-ENTRY-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE WS-RUN-DATE TO WS-INP-DATE.
           MOVE "S" TO WS-INP-TYPE.
           MOVE ZERO TO WS-INP-END.
           MOVE "N" TO WS-HDR-OK-FLAG.
           PERFORM 210-ENTER-HEADER UNTIL WS-HDR-OK.
           MOVE ZERO TO WS-LINE-CNT.
           MOVE ZERO TO WS-TOT-DR.
           MOVE ZERO TO WS-TOT-CR.
           MOVE "N" TO WS-LINES-DONE-FLAG.
           DISPLAY SCRN-LINE-HEAD.
           DISPLAY SCRN-TOTALS.
           PERFORM 300-ENTER-LINE
               UNTIL WS-LINES-DONE OR WS-LINE-CNT = WS-MAX-LINES.
           MOVE SPACES TO WS-ENTRY-MSG.
           EVALUATE TRUE
               WHEN WS-LINE-CNT = ZERO
                   MOVE "*** NO LINES KEYED - ENTRY DROPPED ***"
                       TO WS-ENTRY-MSG
               WHEN WS-TOT-DR NOT = WS-TOT-CR
                   MOVE "*** DEBITS DO NOT EQUAL CREDITS - DROPPED ***"
                       TO WS-ENTRY-MSG
               WHEN WS-TOT-DR > WS-MAX-ENTRY-AMT
                   MOVE "*** ENTRY OVER 9,999,999.99 - SPLIT IT ***"
                       TO WS-ENTRY-MSG
           END-EVALUATE.
           IF WS-ENTRY-MSG NOT = SPACES
               DISPLAY SCRN-ENTRY-MSG
               DISPLAY SCRN-NOT-SAVED
           ELSE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y" OR "y"
                   PERFORM 500-FILE-ENTRY
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE ENTRY DATE MUST BE A REAL DATE IN AN OPEN PERIOD AND NO
      *    LATER THAN THE PROCESSING DATE. ONLY A RECURRING ENTRY
      *    CARRIES AN END PERIOD, AND IT MUST FALL AFTER THE ENTRY'S
      *    OWN PERIOD.
       210-ENTER-HEADER.
           ACCEPT SCRN-HEADER.
           INSPECT WS-INP-TYPE CONVERTING "srm" TO "SRM".
           MOVE "Y" TO WS-HDR-OK-FLAG.
           MOVE SPACES TO WS-ENTRY-MSG.
           COMPUTE WS-ENTRY-PERIOD = (WS-ID-YR * 100) + WS-ID-MNTH.
           IF WS-INP-TYPE NOT = "M"
               MOVE ZERO TO WS-INP-END
           END-IF.
           EVALUATE TRUE
               WHEN WS-ID-MNTH < 1 OR WS-ID-MNTH > 12
                   OR WS-ID-DY < 1 OR WS-ID-DY > 31
                   MOVE "*** ENTRY DATE IS NOT A VALID DATE ***"
                       TO WS-ENTRY-MSG
               WHEN WS-INP-DATE > WS-RUN-DATE
                   MOVE "*** ENTRY DATE IS PAST THE PROCESSING DATE ***"
                       TO WS-ENTRY-MSG
               WHEN WS-INP-TYPE NOT = "S" AND NOT = "R" AND NOT = "M"
                   MOVE "*** TYPE MUST BE S, R, OR M ***"
                       TO WS-ENTRY-MSG
               WHEN WS-INP-TYPE = "M" AND
                    (WS-IE-MNTH < 1 OR WS-IE-MNTH > 12)
                   MOVE "*** RECURRING END PERIOD IS NOT VALID ***"
                       TO WS-ENTRY-MSG
               WHEN WS-INP-TYPE = "M" AND
                    WS-INP-END NOT > WS-ENTRY-PERIOD
                   MOVE "*** END PERIOD MUST FOLLOW THE ENTRY DATE ***"
                       TO WS-ENTRY-MSG
           END-EVALUATE.
           IF WS-ENTRY-MSG = SPACES
               CALL "DSB-PERIOD-CHECK" USING WS-INP-DATE
                   WS-PERIOD-FLAG
               IF NOT WS-PERIOD-OPEN
                   MOVE "*** ENTRY DATE FALLS IN A CLOSED PERIOD ***"
                       TO WS-ENTRY-MSG
               END-IF
           END-IF.
           IF WS-ENTRY-MSG NOT = SPACES
               MOVE "N" TO WS-HDR-OK-FLAG
           END-IF.
           DISPLAY SCRN-ENTRY-MSG.
      *-----------------------------------------------------------------*
      *    EACH LINE'S ACCOUNT MUST BE ON THE CHART; A LINE THAT FAILS
      *    IS KEYED AGAIN AND NEVER JOINS THE TABLE.
       300-ENTER-LINE.
           COMPUTE WS-LINE-NO = WS-LINE-CNT + 1.
           MOVE SPACES TO WS-INP-ACCT.
           MOVE SPACES TO WS-INP-DR-CR.
           MOVE ZERO TO WS-INP-AMT.
           MOVE SPACES TO WS-INP-DESC.
           DISPLAY SCRN-LINE-FIELDS.
           ACCEPT SCRN-LINE-FIELDS.
           IF WS-INP-ACCT = SPACES
               MOVE "Y" TO WS-LINES-DONE-FLAG
           ELSE
               INSPECT WS-INP-DR-CR CONVERTING "dc" TO "DC"
               MOVE SPACES TO WS-LINE-MSG
               MOVE WS-INP-ACCT TO COA-ACCT
               READ CHART-IN
                   INVALID KEY
                       MOVE "*** ACCOUNT NOT ON THE CHART ***"
                           TO WS-LINE-MSG
               END-READ
               EVALUATE TRUE
                   WHEN WS-LINE-MSG NOT = SPACES
                       CONTINUE
                   WHEN WS-INP-DR-CR NOT = "D" AND NOT = "C"
                       MOVE "*** D FOR DEBIT OR C FOR CREDIT ***"
                           TO WS-LINE-MSG
                   WHEN WS-INP-AMT = ZERO
                       MOVE "*** AMOUNT IS REQUIRED ***" TO WS-LINE-MSG
                   WHEN WS-INP-DESC = SPACES
                       MOVE "*** DESCRIPTION IS REQUIRED ***"
                           TO WS-LINE-MSG
                   WHEN OTHER
                       PERFORM 310-ADD-LINE
                       MOVE COA-DESC TO WS-LINE-MSG
               END-EVALUATE
               DISPLAY SCRN-LINE-MSG
           END-IF.
      *-----------------------------------------------------------------*
       310-ADD-LINE.
           ADD 1 TO WS-LINE-CNT.
           MOVE WS-INP-ACCT TO WS-LN-ACCT(WS-LINE-CNT).
           MOVE WS-INP-DR-CR TO WS-LN-DR-CR(WS-LINE-CNT).
           MOVE WS-INP-AMT TO WS-LN-AMT(WS-LINE-CNT).
           MOVE WS-INP-DESC TO WS-LN-DESC(WS-LINE-CNT).
           IF WS-INP-DR-CR = "D"
               ADD WS-INP-AMT TO WS-TOT-DR
           ELSE
               ADD WS-INP-AMT TO WS-TOT-CR
           END-IF.
           DISPLAY SCRN-TOTALS.
      *-----------------------------------------------------------------*
      *    THE ENTRY NUMBER ADVANCES ON THE CONTROL FILE BEFORE THE
      *    LINES ARE WRITTEN, THEN THE WHOLE ENTRY WAITS ON THE
      *    APPROVAL QUEUE - THE QUEUE ROW CARRIES THE ENTRY NUMBER,
      *    ITS DEBIT TOTAL, DATE, AND LINE COUNT FOR THE REVIEWER.
       500-FILE-ENTRY.
           PERFORM 510-READ-JE-CONTROL.
           MOVE WS-NEXT-JE-NUM TO WS-JE-NUM.
           ADD 1 TO WS-NEXT-JE-NUM.
           PERFORM 520-PUT-BACK-JE-CONTROL.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-CNT
               INITIALIZE JOURNAL-REC
               MOVE WS-JE-NUM TO JE-NUM
               MOVE WS-LN-IDX TO JE-LINE
               MOVE WS-INP-DATE TO JE-DATE
               MOVE WS-INP-TYPE TO JE-TYPE
               MOVE WS-INP-END TO JE-END-PERIOD
               MOVE ZERO TO JE-LAST-PERIOD
               MOVE "P" TO JE-STATUS
               MOVE ZERO TO JE-ORIG-NUM
               MOVE WS-LN-ACCT(WS-LN-IDX) TO JE-ACCT
               MOVE WS-LN-DR-CR(WS-LN-IDX) TO JE-DR-CR
               MOVE WS-LN-AMT(WS-LN-IDX) TO JE-AMOUNT
               MOVE WS-LN-DESC(WS-LN-IDX) TO JE-DESC
               MOVE WS-OPERATOR-ID TO JE-MAKER
               MOVE WS-RUN-DATE TO JE-ENTRY-DATE
               MOVE SPACES TO JE-APPROVER
               MOVE ZERO TO JE-APPROVE-DATE
               WRITE JOURNAL-REC
                   INVALID KEY
                       DISPLAY "JOURNAL WRITE FAILED, STATUS "
                           WS-JE-STATUS
               END-WRITE
           END-PERFORM.
           OPEN EXTEND PENDING-CHG.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHG
               CLOSE PENDING-CHG
               OPEN EXTEND PENDING-CHG
           END-IF.
           MOVE "JE" TO PC-TARGET.
           MOVE WS-JE-NUM TO PC-KEY.
           MOVE ZERO TO PC-OLD-AMT.
           MOVE WS-TOT-DR TO PC-NEW-AMT.
           MOVE WS-INP-DATE TO PC-EFF-DATE.
           MOVE WS-LINE-CNT TO PC-AUX-2.
           MOVE ZERO TO PC-AUX-3.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           WRITE PENDING-REC.
           CLOSE PENDING-CHG.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
       510-READ-JE-CONTROL.
           OPEN INPUT JE-CONTROL.
           IF WS-JECTL-STATUS = "00"
               READ JE-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE JEC-NEXT-NUM TO WS-NEXT-JE-NUM
               END-READ
               CLOSE JE-CONTROL
           END-IF.
      *-----------------------------------------------------------------*
       520-PUT-BACK-JE-CONTROL.
           OPEN OUTPUT JE-CONTROL.
           MOVE WS-NEXT-JE-NUM TO JEC-NEXT-NUM.
           WRITE JE-CONTROL-REC.
           CLOSE JE-CONTROL.

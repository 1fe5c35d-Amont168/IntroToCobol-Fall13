      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-BUDGET-MAINT
      *    PURPOSE: ONLINE MAINTENANCE OF THE ANNUAL BUDGET
      *        (DSB-BUDGET.TXT) THAT DSB-BUDGET-RPT COMPARES TO THE
      *        GENERAL LEDGER, SO ACCOUNTING NO LONGER KEEPS THE
      *        BUDGET IN A SPREADSHEET. A BUDGET ROW IS ONE MONTH FOR
      *        ONE REVENUE OR EXPENSE ACCOUNT (4XXX/5XXX/6XXX ON THE
      *        CHART OF ACCOUNTS) AT ONE BRANCH. THE MODES ARE:
      *            (M)ONTH   - ADD OR CHANGE ONE MONTH'S FIGURE.
      *            (D)ELETE  - DROP ONE MONTH'S FIGURE.
      *            (L)OAD    - SPREAD AN ANNUAL FIGURE OVER THE TWELVE
      *                        MONTHS, EVENLY OR BY A SEASONAL
      *                        PROFILE, REPLACING WHAT WAS THERE.
      *            (P)ROFILE - ADD OR CHANGE A SEASONAL PROFILE - A
      *                        CODE AND TWELVE MONTHLY PERCENTAGES
      *                        THAT TOTAL 100.00 - ON
      *                        DSB-BUDGET-PROFILE.TXT.
      *        A SPREAD ROUNDS EACH MONTH TO THE CENT AND LETS
      *        DECEMBER TAKE THE ODD CENTS, SO THE TWELVE MONTHS
      *        ALWAYS ADD BACK TO THE ANNUAL FIGURE KEYED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-BUDGET-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT BUDGET-FILE      ASSIGN "DSB-BUDGET.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BUD-KEY
                               FILE STATUS IS WS-BUD-STATUS.

       SELECT PROFILE-FILE     ASSIGN "DSB-BUDGET-PROFILE.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PRF-CODE
                               FILE STATUS IS WS-PRF-STATUS.

       SELECT CHART-IN         ASSIGN "DSB-CHART-OF-ACCTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS COA-ACCT
                               FILE STATUS IS WS-CHART-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  BUDGET-FILE.
           COPY DSB-BUDGET.

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           03  PRF-CODE                PIC X(4).
           03  PRF-DESC                PIC X(20).
           03  PRF-PCT                 PIC 9(3)V99 OCCURS 12 TIMES.

       FD  CHART-IN.
       01  CHART-REC.
           03  COA-ACCT                PIC X(4).
           03  COA-DESC                PIC X(30).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-BUD-STATUS               PIC XX.
       01  WS-PRF-STATUS               PIC XX.
       01  WS-CHART-STATUS             PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-SAVE                     PIC X VALUE "Y".
       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-RUN-MODE                 PIC X.
       01  WS-CONFIRM-DELETE           PIC X.

       01  WS-KEY-OK-FLAG              PIC X VALUE "N".
           88  WS-KEY-OK                     VALUE "Y".
       01  WS-MSG                      PIC X(50) VALUE SPACES.

      *    KEY AND FIGURES AS KEYED.
       01  WS-INP-ACCT                 PIC X(4).
       01  WS-INP-BRANCH               PIC X(2).
       01  WS-INP-PERIOD               PIC 9(6).
       01  WS-INP-PERIOD-BRK REDEFINES WS-INP-PERIOD.
           03  WS-IP-YR                PIC 9(4).
           03  WS-IP-MNTH              PIC 9(2).
       01  WS-INP-AMT                  PIC 9(9)V99.
       01  WS-INP-ANNUAL               PIC 9(9)V99.
       01  WS-INP-SPREAD               PIC X(4).
       01  WS-ACCT-DESC                PIC X(30).
       01  WS-CLASS                    PIC X.

      *    THE TWELVE MONTHS OF A SPREAD BEFORE THEY ARE FILED.
       01  WS-SPREAD-TABLE.
           03  WS-SP-AMT               PIC 9(9)V99 OCCURS 12 TIMES.
       01  WS-SP-IDX                   PIC 99 VALUE ZERO.
       01  WS-SP-RUNNING               PIC 9(9)V99 VALUE ZERO.
       01  WS-SP-SOURCE                PIC X.
       01  WS-SP-PROFILE               PIC X(4).

      *    A PROFILE AS KEYED - NAMED FIELDS FOR THE SCREEN, A TABLE
      *    FOR THE ARITHMETIC.
       01  WS-INP-PRF-CODE             PIC X(4).
       01  WS-INP-PRF-DESC             PIC X(20).
       01  WS-INP-PCTS.
           03  WS-PCT-01               PIC 9(3)V99.
           03  WS-PCT-02               PIC 9(3)V99.
           03  WS-PCT-03               PIC 9(3)V99.
           03  WS-PCT-04               PIC 9(3)V99.
           03  WS-PCT-05               PIC 9(3)V99.
           03  WS-PCT-06               PIC 9(3)V99.
           03  WS-PCT-07               PIC 9(3)V99.
           03  WS-PCT-08               PIC 9(3)V99.
           03  WS-PCT-09               PIC 9(3)V99.
           03  WS-PCT-10               PIC 9(3)V99.
           03  WS-PCT-11               PIC 9(3)V99.
           03  WS-PCT-12               PIC 9(3)V99.
       01  WS-INP-PCT-TABLE REDEFINES WS-INP-PCTS.
           03  WS-INP-PCT              PIC 9(3)V99 OCCURS 12 TIMES.
       01  WS-PCT-TOTAL                PIC 9(5)V99 VALUE ZERO.
       01  WS-PRF-FOUND-FLAG           PIC X VALUE "N".
           88  WS-PRF-FOUND                  VALUE "Y".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-BUDGET-MAINT".
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
               "(M)ONTH ADD/CHANGE, (D)ELETE A MONTH,".
           03  LINE 06 COL 20  VALUE
               "(L)OAD AN ANNUAL FIGURE, OR (P)ROFILE?".
           03  LINE 07 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-BUDGET-MAINT".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 33  VALUE   "BUDGET MAINTENANCE".

       01  SCRN-MONTH-KEY.
           03  LINE 04 COL 06  VALUE   "ACCOUNT".
           03  LINE 04 COL 30  PIC X(4)    USING  WS-INP-ACCT.
           03  LINE 05 COL 06  VALUE   "BRANCH (00 = HOME OFFICE)".
           03  LINE 05 COL 30  PIC X(2)    USING  WS-INP-BRANCH.
           03  LINE 06 COL 06  VALUE   "PERIOD (YYYYMM)".
           03  LINE 06 COL 30  PIC 9(6)    USING  WS-INP-PERIOD.

       01  SCRN-LOAD-KEY.
           03  LINE 04 COL 06  VALUE   "ACCOUNT".
           03  LINE 04 COL 30  PIC X(4)    USING  WS-INP-ACCT.
           03  LINE 05 COL 06  VALUE   "BRANCH (00 = HOME OFFICE)".
           03  LINE 05 COL 30  PIC X(2)    USING  WS-INP-BRANCH.
           03  LINE 06 COL 06  VALUE   "FISCAL YEAR (YYYY)".
           03  LINE 06 COL 30  PIC 9(4)    USING  WS-IP-YR.
           03  LINE 07 COL 06  VALUE   "ANNUAL AMOUNT".
           03  LINE 07 COL 30  PIC Z(8)9.99 USING WS-INP-ANNUAL.
           03  LINE 08 COL 06  VALUE   "SPREAD (EVEN OR PROFILE)".
           03  LINE 08 COL 30  PIC X(4)    USING  WS-INP-SPREAD.

       01  SCRN-KEY-MSG.
           03  LINE 09 COL 06  PIC X(50)  FROM  WS-MSG.

       01  SCRN-ACCT-DESC.
           03  LINE 04 COL 36  PIC X(30)  FROM  WS-ACCT-DESC.

       01  SCRN-AMOUNT.
           03  LINE 11 COL 06  VALUE   "MONTHLY BUDGET".
           03  LINE 11 COL 30  PIC Z(8)9.99 USING WS-INP-AMT.

       01  SCRN-SPREAD.
           03  LINE 11 COL 06  VALUE   "JAN".
           03  LINE 11 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(1).
           03  LINE 12 COL 06  VALUE   "FEB".
           03  LINE 12 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(2).
           03  LINE 13 COL 06  VALUE   "MAR".
           03  LINE 13 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(3).
           03  LINE 14 COL 06  VALUE   "APR".
           03  LINE 14 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(4).
           03  LINE 15 COL 06  VALUE   "MAY".
           03  LINE 15 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(5).
           03  LINE 16 COL 06  VALUE   "JUN".
           03  LINE 16 COL 11  PIC Z(8)9.99 FROM WS-SP-AMT(6).
           03  LINE 11 COL 36  VALUE   "JUL".
           03  LINE 11 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(7).
           03  LINE 12 COL 36  VALUE   "AUG".
           03  LINE 12 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(8).
           03  LINE 13 COL 36  VALUE   "SEP".
           03  LINE 13 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(9).
           03  LINE 14 COL 36  VALUE   "OCT".
           03  LINE 14 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(10).
           03  LINE 15 COL 36  VALUE   "NOV".
           03  LINE 15 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(11).
           03  LINE 16 COL 36  VALUE   "DEC".
           03  LINE 16 COL 41  PIC Z(8)9.99 FROM WS-SP-AMT(12).

       01  SCRN-PROFILE.
           03  LINE 04 COL 06  VALUE   "PROFILE CODE".
           03  LINE 04 COL 30  PIC X(4)    USING  WS-INP-PRF-CODE.
           03  LINE 05 COL 06  VALUE   "DESCRIPTION".
           03  LINE 05 COL 30  PIC X(20)   USING  WS-INP-PRF-DESC.
           03  LINE 07 COL 06  VALUE   "PERCENT OF THE YEAR BY MONTH".
           03  LINE 08 COL 06  VALUE   "JAN".
           03  LINE 08 COL 11  PIC ZZ9.99  USING  WS-PCT-01.
           03  LINE 09 COL 06  VALUE   "FEB".
           03  LINE 09 COL 11  PIC ZZ9.99  USING  WS-PCT-02.
           03  LINE 10 COL 06  VALUE   "MAR".
           03  LINE 10 COL 11  PIC ZZ9.99  USING  WS-PCT-03.
           03  LINE 11 COL 06  VALUE   "APR".
           03  LINE 11 COL 11  PIC ZZ9.99  USING  WS-PCT-04.
           03  LINE 12 COL 06  VALUE   "MAY".
           03  LINE 12 COL 11  PIC ZZ9.99  USING  WS-PCT-05.
           03  LINE 13 COL 06  VALUE   "JUN".
           03  LINE 13 COL 11  PIC ZZ9.99  USING  WS-PCT-06.
           03  LINE 08 COL 26  VALUE   "JUL".
           03  LINE 08 COL 31  PIC ZZ9.99  USING  WS-PCT-07.
           03  LINE 09 COL 26  VALUE   "AUG".
           03  LINE 09 COL 31  PIC ZZ9.99  USING  WS-PCT-08.
           03  LINE 10 COL 26  VALUE   "SEP".
           03  LINE 10 COL 31  PIC ZZ9.99  USING  WS-PCT-09.
           03  LINE 11 COL 26  VALUE   "OCT".
           03  LINE 11 COL 31  PIC ZZ9.99  USING  WS-PCT-10.
           03  LINE 12 COL 26  VALUE   "NOV".
           03  LINE 12 COL 31  PIC ZZ9.99  USING  WS-PCT-11.
           03  LINE 13 COL 26  VALUE   "DEC".
           03  LINE 13 COL 31  PIC ZZ9.99  USING  WS-PCT-12.

       01  SCRN-PCT-TOTAL.
           03  LINE 15 COL 06  VALUE   "TOTAL".
           03  LINE 15 COL 10  PIC ZZZZ9.99 FROM  WS-PCT-TOTAL.

       01  SCRN-PRF-MSG.
           03  LINE 16 COL 06  PIC X(50)  FROM  WS-MSG.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS MONTH? (Y/N)".
           03  LINE 17 COL 36  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
           03 SCRN-DELETED LINE 23 COL 34  VALUE
                                           "RECORD DELETED".
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
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT CHART-IN.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "DSB-CHART-OF-ACCTS.TXT NOT FOUND - NO "
                   "ACCOUNTS TO BUDGET"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           PERFORM 110-OPEN-FILES.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "D"
               WHEN "d"
                   PERFORM 300-DELETE-LOOP UNTIL WS-MORE
               WHEN "L"
               WHEN "l"
                   PERFORM 400-LOAD-LOOP UNTIL WS-MORE
               WHEN "P"
               WHEN "p"
                   PERFORM 500-PROFILE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-MONTH-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE BUDGET-FILE.
           CLOSE PROFILE-FILE.
           CLOSE CHART-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-FILES.
           OPEN I-O BUDGET-FILE.
           IF WS-BUD-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN I-O PROFILE-FILE.
           IF WS-PRF-STATUS = "35"
               OPEN OUTPUT PROFILE-FILE
               CLOSE PROFILE-FILE
               OPEN I-O PROFILE-FILE
           END-IF.
      *-----------------------------------------------------------------*
      *    ONE MONTH - AN EXISTING ROW COMES UP FOR CHANGE, A NEW KEY
      *    STARTS AT ZERO.
       200-MONTH-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-ACCT.
           MOVE "00" TO WS-INP-BRANCH.
           MOVE ZERO TO WS-INP-PERIOD.
           MOVE "N" TO WS-KEY-OK-FLAG.
           PERFORM 210-ENTER-MONTH-KEY UNTIL WS-KEY-OK.
           MOVE WS-INP-ACCT TO BUD-ACCT.
           MOVE WS-INP-PERIOD TO BUD-PERIOD.
           MOVE WS-INP-BRANCH TO BUD-BRANCH.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE ZERO TO WS-INP-AMT
               NOT INVALID KEY
                   MOVE BUD-AMOUNT TO WS-INP-AMT
           END-READ.
           DISPLAY SCRN-AMOUNT.
           ACCEPT SCRN-AMOUNT.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y" OR "y"
               MOVE WS-INP-ACCT TO BUD-ACCT
               MOVE WS-INP-PERIOD TO BUD-PERIOD
               MOVE WS-INP-BRANCH TO BUD-BRANCH
               MOVE WS-INP-AMT TO BUD-AMOUNT
               MOVE "M" TO BUD-SOURCE
               MOVE SPACES TO BUD-PROFILE
               PERFORM 600-FILE-BUDGET-ROW
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-ENTER-MONTH-KEY.
           DISPLAY SCRN-MONTH-KEY.
           ACCEPT SCRN-MONTH-KEY.
           PERFORM 220-CHECK-ACCOUNT.
           IF WS-MSG = SPACES
               AND (WS-IP-MNTH < 1 OR WS-IP-MNTH > 12
                    OR WS-IP-YR < 2000)
               MOVE "*** PERIOD IS NOT A VALID YYYYMM ***" TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES
               MOVE "Y" TO WS-KEY-OK-FLAG
               DISPLAY SCRN-ACCT-DESC
           END-IF.
           DISPLAY SCRN-KEY-MSG.
      *-----------------------------------------------------------------*
      *    ONLY INCOME-STATEMENT ACCOUNTS ON THE CHART TAKE A BUDGET -
      *    THE SAME 4XXX/5XXX/6XXX GROUPING DSB-FIN-STMTS USES.
       220-CHECK-ACCOUNT.
           INSPECT WS-INP-BRANCH CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-MSG.
           MOVE SPACES TO WS-ACCT-DESC.
           MOVE WS-INP-ACCT(1:1) TO WS-CLASS.
           MOVE WS-INP-ACCT TO COA-ACCT.
           READ CHART-IN
               INVALID KEY
                   MOVE "*** ACCOUNT NOT ON THE CHART ***" TO WS-MSG
               NOT INVALID KEY
                   MOVE COA-DESC TO WS-ACCT-DESC
           END-READ.
           EVALUATE TRUE
               WHEN WS-MSG NOT = SPACES
                   CONTINUE
               WHEN WS-CLASS NOT = "4" AND NOT = "5" AND NOT = "6"
                   MOVE "*** ONLY 4XXX/5XXX/6XXX ACCOUNTS TAKE A BUDGET"
                       TO WS-MSG
               WHEN WS-INP-BRANCH = SPACES
                   MOVE "*** BRANCH IS REQUIRED ***" TO WS-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------*
       300-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-ACCT.
           MOVE "00" TO WS-INP-BRANCH.
           MOVE ZERO TO WS-INP-PERIOD.
           DISPLAY SCRN-MONTH-KEY.
           ACCEPT SCRN-MONTH-KEY.
           INSPECT WS-INP-BRANCH CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-INP-ACCT TO BUD-ACCT.
           MOVE WS-INP-PERIOD TO BUD-PERIOD.
           MOVE WS-INP-BRANCH TO BUD-BRANCH.
           MOVE SPACES TO WS-MSG.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "*** NO BUDGET ON FILE FOR THAT MONTH ***"
                       TO WS-MSG
                   DISPLAY SCRN-KEY-MSG
               NOT INVALID KEY
                   PERFORM 310-DELETE-ROW
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       310-DELETE-ROW.
           MOVE BUD-AMOUNT TO WS-INP-AMT.
           DISPLAY SCRN-AMOUNT.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE BUDGET-FILE RECORD
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    AN ANNUAL FIGURE SPREAD OVER THE YEAR, SHOWN MONTH BY MONTH
      *    BEFORE IT IS FILED OVER WHATEVER THE TWELVE MONTHS HELD.
       400-LOAD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-ACCT.
           MOVE "00" TO WS-INP-BRANCH.
           MOVE ZERO TO WS-INP-PERIOD.
           MOVE ZERO TO WS-INP-ANNUAL.
           MOVE "EVEN" TO WS-INP-SPREAD.
           MOVE "N" TO WS-KEY-OK-FLAG.
           PERFORM 410-ENTER-LOAD-KEY UNTIL WS-KEY-OK.
           PERFORM 420-BUILD-SPREAD.
           DISPLAY SCRN-SPREAD.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y" OR "y"
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > 12
                   MOVE WS-INP-ACCT TO BUD-ACCT
                   MOVE WS-IP-YR TO BUD-YEAR
                   MOVE WS-SP-IDX TO BUD-MONTH
                   MOVE WS-INP-BRANCH TO BUD-BRANCH
                   MOVE WS-SP-AMT(WS-SP-IDX) TO BUD-AMOUNT
                   MOVE WS-SP-SOURCE TO BUD-SOURCE
                   MOVE WS-SP-PROFILE TO BUD-PROFILE
                   PERFORM 600-FILE-BUDGET-ROW
               END-PERFORM
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       410-ENTER-LOAD-KEY.
           DISPLAY SCRN-LOAD-KEY.
           ACCEPT SCRN-LOAD-KEY.
           INSPECT WS-INP-SPREAD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO WS-IP-MNTH.
           PERFORM 220-CHECK-ACCOUNT.
           MOVE "N" TO WS-PRF-FOUND-FLAG.
           IF WS-MSG = SPACES AND WS-INP-SPREAD NOT = "EVEN"
               MOVE WS-INP-SPREAD TO PRF-CODE
               READ PROFILE-FILE
                   INVALID KEY
                       MOVE
                           "*** SPREAD IS EVEN OR A PROFILE ON FILE ***"
                           TO WS-MSG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PRF-FOUND-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-MSG NOT = SPACES
                   CONTINUE
               WHEN WS-IP-YR < 2000
                   MOVE "*** FISCAL YEAR IS NOT VALID ***" TO WS-MSG
               WHEN WS-INP-ANNUAL = ZERO
                   MOVE "*** ANNUAL AMOUNT IS REQUIRED ***" TO WS-MSG
           END-EVALUATE.
           IF WS-MSG = SPACES
               MOVE "Y" TO WS-KEY-OK-FLAG
               DISPLAY SCRN-ACCT-DESC
           END-IF.
           DISPLAY SCRN-KEY-MSG.
      *-----------------------------------------------------------------*
      *    JANUARY THROUGH NOVEMBER ROUND TO THE CENT; DECEMBER TAKES
      *    WHAT IS LEFT OF THE ANNUAL FIGURE.
       420-BUILD-SPREAD.
           MOVE ZERO TO WS-SP-RUNNING.
           IF WS-PRF-FOUND
               MOVE "S" TO WS-SP-SOURCE
               MOVE PRF-CODE TO WS-SP-PROFILE
           ELSE
               MOVE "E" TO WS-SP-SOURCE
               MOVE SPACES TO WS-SP-PROFILE
           END-IF.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > 11
               IF WS-PRF-FOUND
                   COMPUTE WS-SP-AMT(WS-SP-IDX) ROUNDED =
                       WS-INP-ANNUAL * PRF-PCT(WS-SP-IDX) / 100
               ELSE
                   COMPUTE WS-SP-AMT(WS-SP-IDX) ROUNDED =
                       WS-INP-ANNUAL / 12
               END-IF
               ADD WS-SP-AMT(WS-SP-IDX) TO WS-SP-RUNNING
           END-PERFORM.
           IF WS-SP-RUNNING > WS-INP-ANNUAL
               MOVE ZERO TO WS-SP-AMT(12)
           ELSE
               COMPUTE WS-SP-AMT(12) = WS-INP-ANNUAL - WS-SP-RUNNING
           END-IF.
      *-----------------------------------------------------------------*
      *    A PROFILE IS ONLY FILED WHEN ITS TWELVE MONTHS TOTAL
      *    EXACTLY 100.00 PERCENT.
       500-PROFILE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-PRF-CODE.
           MOVE SPACES TO WS-INP-PRF-DESC.
           MOVE ZERO TO WS-INP-PCTS.
           DISPLAY SCRN-PROFILE.
           ACCEPT SCRN-PROFILE.
           INSPECT WS-INP-PRF-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-PRF-FOUND-FLAG.
           MOVE WS-INP-PRF-CODE TO PRF-CODE.
           READ PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRF-FOUND-FLAG
           END-READ.
      *    AN EXISTING PROFILE KEYED WITH NO MONTHS COMES UP FOR CHANGE
           IF WS-PRF-FOUND AND WS-INP-PCTS = ZERO
               MOVE PRF-DESC TO WS-INP-PRF-DESC
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > 12
                   MOVE PRF-PCT(WS-SP-IDX) TO WS-INP-PCT(WS-SP-IDX)
               END-PERFORM
               DISPLAY SCRN-PROFILE
               ACCEPT SCRN-PROFILE
           END-IF.
           MOVE ZERO TO WS-PCT-TOTAL.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > 12
               ADD WS-INP-PCT(WS-SP-IDX) TO WS-PCT-TOTAL
           END-PERFORM.
           DISPLAY SCRN-PCT-TOTAL.
           MOVE SPACES TO WS-MSG.
           EVALUATE TRUE
               WHEN WS-INP-PRF-CODE = SPACES OR "EVEN"
                   MOVE "*** PROFILE CODE IS REQUIRED (NOT EVEN) ***"
                       TO WS-MSG
               WHEN WS-PCT-TOTAL NOT = 100
                   MOVE "*** MONTHS MUST TOTAL 100.00 - NOT SAVED ***"
                       TO WS-MSG
           END-EVALUATE.
           IF WS-MSG NOT = SPACES
               DISPLAY SCRN-PRF-MSG
               DISPLAY SCRN-NOT-SAVED
           ELSE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y" OR "y"
                   MOVE WS-INP-PRF-CODE TO PRF-CODE
                   MOVE WS-INP-PRF-DESC TO PRF-DESC
                   PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                           UNTIL WS-SP-IDX > 12
                       MOVE WS-INP-PCT(WS-SP-IDX) TO PRF-PCT(WS-SP-IDX)
                   END-PERFORM
                   IF WS-PRF-FOUND
                       REWRITE PROFILE-REC
                   ELSE
                       WRITE PROFILE-REC
                   END-IF
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    BUD-KEY IS ALREADY SET - A ROW ON FILE IS REPLACED, A NEW
      *    ONE IS ADDED, AND EITHER WAY IT IS STAMPED WITH WHO AND WHEN.
       600-FILE-BUDGET-ROW.
           MOVE WS-OPERATOR-ID TO BUD-OPERATOR.
           MOVE WS-RUN-DATE TO BUD-MAINT-DATE.
           REWRITE BUDGET-REC
               INVALID KEY
                   WRITE BUDGET-REC
           END-REWRITE.
           ADD 1 TO WS-TRANS-CNTR.

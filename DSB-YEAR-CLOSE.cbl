      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-YEAR-CLOSE
      *    PURPOSE: FISCAL YEAR-END CLOSE OF THE GENERAL LEDGER
      *        MASTER. ONCE DSB-PERIOD-CLOSE HAS CLOSED ALL TWELVE
      *        PERIODS OF THE KEYED YEAR, AN AUTHORIZED OPERATOR
      *        (DSB-SIGNON) CLOSES EVERY REVENUE AND EXPENSE ACCOUNT
      *        (4XXX/5XXX/6XXX) TO RETAINED EARNINGS AND CARRIES EVERY
      *        BALANCE-SHEET ACCOUNT FORWARD AS AN OPENING BALANCE IN
      *        THE NEW YEAR'S FIRST PERIOD.
      *    THE CLOSING ENTRIES POST TO A THIRTEENTH "CLOSING" PERIOD
      *        (YYYY13) SO DECEMBER'S OWN STATEMENTS STILL SHOW
      *        DECEMBER, WHILE THE YEAR'S PERIODS 01-13 NET EVERY
      *        INCOME-STATEMENT ACCOUNT TO ZERO. THE REPORT
      *        (DSB-YEAR-CLOSE.TXT) LISTS THE CLOSING ENTRIES, THE
      *        OPENING BALANCES, AND A POST-CLOSE TRIAL BALANCE READ
      *        BACK FROM THE MASTER THAT MUST NET TO ZERO.
      *    A CONFIRMED CLOSE MARKS THE YEAR'S TWELVE CONTROL ROWS
      *        "L" (LOCKED) ON DSB-PERIOD-CTL.TXT - DSB-PERIOD-CHECK
      *        TREATS A LOCKED PERIOD AS CLOSED, DSB-PERIOD-CLOSE
      *        WILL NOT REOPEN ONE, AND THIS PROGRAM WILL NOT CLOSE
      *        THE SAME YEAR TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-YEAR-CLOSE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT GL-MASTER        ASSIGN "DSB-GL-MASTER.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS GLM-KEY
                               FILE STATUS IS WS-GLM-STATUS.

       SELECT CHART-IN         ASSIGN "DSB-CHART-OF-ACCTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS COA-ACCT
                               FILE STATUS IS WS-CHART-STATUS.

       SELECT PERIOD-CTL-FILE  ASSIGN "DSB-PERIOD-CTL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-CTL-STATUS.

       SELECT CTL-TEMP         ASSIGN "DSB-period-ctl.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "DSB-YEAR-CLOSE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  GL-MASTER.
       01  GL-MASTER-REC.
           03  GLM-KEY.
               05  GLM-ACCT            PIC X(4).
               05  GLM-PERIOD          PIC 9(6).
           03  GLM-BALANCE             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  CHART-IN.
       01  CHART-REC.
           03  COA-ACCT                PIC X(4).
           03  COA-DESC                PIC X(30).

       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           03  PD-PERIOD               PIC 9(6).
           03  PD-STATUS               PIC X.

       FD  CTL-TEMP.
       01  CTL-TEMP-REC                PIC X(7).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-GLM-STATUS               PIC XX.
       01  WS-CHART-STATUS             PIC XX.
       01  WS-CTL-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-CLOSE-YEAR               PIC 9(4).
       01  WS-FIRST-PERIOD             PIC 9(6).
       01  WS-LAST-PERIOD              PIC 9(6).
       01  WS-CLOSE-PERIOD             PIC 9(6).
       01  WS-OPEN-PERIOD              PIC 9(6).
       01  WS-CLOSED-CNT               PIC 99 VALUE ZERO.
       01  WS-LOCKED-FLAG              PIC X VALUE "N".
           88  WS-YEAR-LOCKED                VALUE "Y".
       01  WS-CONFIRM                  PIC X.

      *    RETAINED EARNINGS - MUST BE ON THE CHART BEFORE THE CLOSE
       01  WS-GL-RE-ACCT               PIC X(4) VALUE "3100".

      *    ONE SLOT PER ACCOUNT WITH ACTIVITY IN THE YEAR - THE
      *    MASTER IS KEYED ACCOUNT-THEN-PERIOD, SO AN ACCOUNT'S
      *    PERIODS ARRIVE TOGETHER AND A NEW ACCOUNT OPENS A NEW SLOT.
       01  WS-YEAR-TABLE.
           03  WS-YR-ENTRY OCCURS 500 TIMES.
               05  WS-YR-ACCT          PIC X(4).
               05  WS-YR-BALANCE       PIC S9(13)V99.
       01  WS-YR-CNT                   PIC 9(4) VALUE ZERO.
       01  WS-YR-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-RE-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-TABLE-FULL-FLAG          PIC X VALUE "N".
           88  WS-TABLE-FULL                 VALUE "Y".

       01  WS-CLASS                    PIC X.
       01  WS-POST-ACCT                PIC X(4).
       01  WS-POST-PERIOD              PIC 9(6).
       01  WS-POST-AMT                 PIC S9(13)V99 VALUE ZERO.
       01  WS-RE-CLOSE-AMT             PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-INCOME               PIC S9(13)V99 VALUE ZERO.
       01  WS-TB-ACCT                  PIC X(4).
       01  WS-TB-BALANCE               PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-TOTAL                PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSE-CNTR               PIC 9(5) VALUE ZERO.
       01  WS-CARRY-CNTR               PIC 9(5) VALUE ZERO.

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  DL-ACCT                 PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-DESC                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.

       01  WS-COLUMN-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "ACCT".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(17)
                                       VALUE "            DEBIT".
           03  FILLER                  PIC X VALUE SPACE.
           03  FILLER                  PIC X(17)
                                       VALUE "           CREDIT".

       01  WS-TB-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  TBL-ACCT                PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TBL-DESC                PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TBL-BALANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-TITLE-LINE.
           03  TTL-TEXT                PIC X(40).
           03  TTL-PERIOD              PIC 9(6).

       01  WS-TOTAL-LINE.
           03  TL-LABEL                PIC X(41).
           03  TL-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-YEAR-CLOSE".
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
       01  WS-POST-CNTR                PIC 9(7) VALUE ZERO.

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
           DISPLAY "FISCAL YEAR TO CLOSE (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-CLOSE-YEAR.
           COMPUTE WS-FIRST-PERIOD = (WS-CLOSE-YEAR * 100) + 1.
           COMPUTE WS-LAST-PERIOD = (WS-CLOSE-YEAR * 100) + 12.
           COMPUTE WS-CLOSE-PERIOD = (WS-CLOSE-YEAR * 100) + 13.
           COMPUTE WS-OPEN-PERIOD = ((WS-CLOSE-YEAR + 1) * 100) + 1.
           PERFORM 200-CHECK-PERIODS THRU 200-EXIT.
           IF WS-END-STATUS NOT = "NORMAL"
               GO TO 100-FINISH
           END-IF.
           OPEN INPUT GL-MASTER.
           IF WS-GLM-STATUS = "35"
               DISPLAY "DSB-GL-MASTER.TXT NOT FOUND - RUN "
                   "DSB-GL-POST FIRST"
               MOVE "NO-MST" TO WS-END-STATUS
               GO TO 100-FINISH
           END-IF.
           PERFORM 300-GATHER-YEAR.
           CLOSE GL-MASTER.
           IF WS-TABLE-FULL
               DISPLAY "*** MORE THAN 499 ACCOUNTS IN THE YEAR - "
                   "CLOSE NOT RUN ***"
               MOVE "FAILED" TO WS-END-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-FINISH
           END-IF.
           MOVE ZERO TO WS-NET-INCOME.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-CNT
               MOVE WS-YR-ACCT(WS-YR-IDX)(1:1) TO WS-CLASS
               IF WS-CLASS = "4" OR "5" OR "6"
                   SUBTRACT WS-YR-BALANCE(WS-YR-IDX)
                       FROM WS-NET-INCOME
               END-IF
           END-PERFORM.
           DISPLAY "ACCOUNTS WITH ACTIVITY IN " WS-CLOSE-YEAR " = "
               WS-YR-CNT.
           DISPLAY "NET INCOME TO RETAINED EARNINGS = " WS-NET-INCOME.
           DISPLAY "CONFIRM YEAR-END CLOSE OF " WS-CLOSE-YEAR
               " - THE YEAR WILL BE LOCKED (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "YEAR-END CLOSE NOT RUN - LEDGER UNCHANGED"
               MOVE "ABANDON" TO WS-END-STATUS
               GO TO 100-FINISH
           END-IF.
           OPEN I-O GL-MASTER.
           OPEN INPUT CHART-IN.
           OPEN OUTPUT RPT-OUT.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "FISCAL YEAR-END CLOSE - YEAR" TO TTL-TEXT.
           MOVE WS-CLOSE-YEAR TO TTL-PERIOD.
           MOVE WS-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 400-CLOSE-INCOME.
           PERFORM 500-CARRY-FORWARD.
           PERFORM 600-POST-CLOSE-TB.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE GL-MASTER.
           CLOSE CHART-IN.
           CLOSE RPT-OUT.
           PERFORM 700-LOCK-YEAR.
           DISPLAY "ACCOUNTS CLOSED     = " WS-CLOSE-CNTR.
           DISPLAY "BALANCES CARRIED    = " WS-CARRY-CNTR.
           DISPLAY "FISCAL YEAR " WS-CLOSE-YEAR " CLOSED AND LOCKED".

       100-FINISH.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-POST-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE GATE - ALL TWELVE PERIODS CLOSED, NONE ALREADY LOCKED
      *    BY AN EARLIER CLOSE, AND RETAINED EARNINGS ON THE CHART.

       200-CHECK-PERIODS.
           MOVE ZERO TO WS-CLOSED-CNT.
           MOVE "N" TO WS-LOCKED-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ PERIOD-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PD-PERIOD NOT < WS-FIRST-PERIOD
                       AND PD-PERIOD NOT > WS-LAST-PERIOD
                       IF PD-STATUS = "C"
                           ADD 1 TO WS-CLOSED-CNT
                       END-IF
                       IF PD-STATUS = "L"
                           MOVE "Y" TO WS-LOCKED-FLAG
                       END-IF
                   END-IF
                   READ PERIOD-CTL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF.
           IF WS-YEAR-LOCKED
               DISPLAY "*** FISCAL YEAR " WS-CLOSE-YEAR
                   " IS ALREADY CLOSED AND LOCKED ***"
               MOVE "REFUSED" TO WS-END-STATUS
               GO TO 200-EXIT
           END-IF.
           IF WS-CLOSED-CNT < 12
               DISPLAY "*** ONLY " WS-CLOSED-CNT " OF 12 PERIODS OF "
                   WS-CLOSE-YEAR " ARE CLOSED - CLOSE THEM THROUGH "
                   "DSB-PERIOD-CLOSE FIRST ***"
               MOVE "REFUSED" TO WS-END-STATUS
               GO TO 200-EXIT
           END-IF.
           OPEN INPUT CHART-IN.
           MOVE WS-GL-RE-ACCT TO COA-ACCT.
           READ CHART-IN
               INVALID KEY
                   DISPLAY "*** RETAINED EARNINGS ACCOUNT "
                       WS-GL-RE-ACCT " IS NOT ON THE CHART - ADD "
                       "IT THROUGH DSB-COA-MAINT ***"
                   MOVE "REFUSED" TO WS-END-STATUS
           END-READ.
           CLOSE CHART-IN.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    EVERY ACCOUNT'S NET FOR THE YEAR - PERIODS 01 THROUGH 12
      *    (PERIOD 01 ALREADY HOLDS THE OPENING BALANCE CARRIED IN
      *    BY LAST YEAR'S CLOSE, SO A BALANCE-SHEET NET IS THE
      *    YEAR-END BALANCE).

       300-GATHER-YEAR.
           MOVE ZERO TO WS-YR-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO GLM-KEY.
           START GL-MASTER KEY NOT < GLM-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ GL-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 310-ONE-ROW UNTIL WS-EOF.

      *-----------------------------------------------------------------*

      *    THE LAST SLOT IS KEPT FREE FOR RETAINED EARNINGS, WHICH
      *    400-CLOSE-INCOME ADDS WHEN IT HAD NO ACTIVITY IN THE YEAR.
       310-ONE-ROW.
           IF GLM-PERIOD NOT < WS-FIRST-PERIOD
               AND GLM-PERIOD NOT > WS-LAST-PERIOD
               IF WS-YR-CNT = ZERO
                   OR WS-YR-ACCT(WS-YR-CNT) NOT = GLM-ACCT
                   IF WS-YR-CNT = 499
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-YR-CNT
                       MOVE GLM-ACCT TO WS-YR-ACCT(WS-YR-CNT)
                       MOVE ZERO TO WS-YR-BALANCE(WS-YR-CNT)
                   END-IF
               END-IF
               IF NOT WS-TABLE-FULL
                   ADD GLM-BALANCE TO WS-YR-BALANCE(WS-YR-CNT)
               END-IF
           END-IF.
           IF NOT WS-EOF
               READ GL-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      *    EACH REVENUE/EXPENSE ACCOUNT TAKES THE OPPOSITE OF ITS YEAR
      *    NET IN THE CLOSING PERIOD, AND RETAINED EARNINGS TAKES THE
      *    SUM - A CREDIT FOR A PROFIT, A DEBIT FOR A LOSS.

       400-CLOSE-INCOME.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CLOSING ENTRIES - CLOSING PERIOD" TO TTL-TEXT.
           MOVE WS-CLOSE-PERIOD TO TTL-PERIOD.
           MOVE WS-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-COLUMN-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-RE-CLOSE-AMT.
           MOVE ZERO TO WS-RE-IDX.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-CNT
               MOVE WS-YR-ACCT(WS-YR-IDX)(1:1) TO WS-CLASS
               IF WS-YR-ACCT(WS-YR-IDX) = WS-GL-RE-ACCT
                   MOVE WS-YR-IDX TO WS-RE-IDX
               END-IF
               IF (WS-CLASS = "4" OR "5" OR "6")
                   AND WS-YR-BALANCE(WS-YR-IDX) NOT = ZERO
                   MOVE WS-YR-ACCT(WS-YR-IDX) TO WS-POST-ACCT
                   MOVE WS-CLOSE-PERIOD TO WS-POST-PERIOD
                   COMPUTE WS-POST-AMT =
                       ZERO - WS-YR-BALANCE(WS-YR-IDX)
                   PERFORM 800-POST-AMOUNT
                   PERFORM 810-PRINT-ENTRY
                   ADD WS-YR-BALANCE(WS-YR-IDX) TO WS-RE-CLOSE-AMT
                   MOVE ZERO TO WS-YR-BALANCE(WS-YR-IDX)
                   ADD 1 TO WS-CLOSE-CNTR
               END-IF
           END-PERFORM.
           IF WS-RE-CLOSE-AMT NOT = ZERO
               MOVE WS-GL-RE-ACCT TO WS-POST-ACCT
               MOVE WS-CLOSE-PERIOD TO WS-POST-PERIOD
               MOVE WS-RE-CLOSE-AMT TO WS-POST-AMT
               PERFORM 800-POST-AMOUNT
               PERFORM 810-PRINT-ENTRY
           END-IF.
      *    RETAINED EARNINGS' YEAR-END BALANCE NOW INCLUDES THE CLOSE
           IF WS-RE-IDX = ZERO
               AND WS-RE-CLOSE-AMT NOT = ZERO
               ADD 1 TO WS-YR-CNT
               MOVE WS-YR-CNT TO WS-RE-IDX
               MOVE WS-GL-RE-ACCT TO WS-YR-ACCT(WS-RE-IDX)
               MOVE ZERO TO WS-YR-BALANCE(WS-RE-IDX)
           END-IF.
           IF WS-RE-IDX NOT = ZERO
               ADD WS-RE-CLOSE-AMT TO WS-YR-BALANCE(WS-RE-IDX)
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NET INCOME CLOSED TO RETAINED EARNINGS:" TO TL-LABEL.
           MOVE WS-NET-INCOME TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    EVERY ACCOUNT THAT IS NOT REVENUE OR EXPENSE OPENS THE NEW
      *    YEAR WITH ITS YEAR-END BALANCE.

       500-CARRY-FORWARD.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "OPENING BALANCES CARRIED TO PERIOD" TO TTL-TEXT.
           MOVE WS-OPEN-PERIOD TO TTL-PERIOD.
           MOVE WS-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-COLUMN-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-CNT
               MOVE WS-YR-ACCT(WS-YR-IDX)(1:1) TO WS-CLASS
               IF WS-CLASS NOT = "4" AND NOT = "5" AND NOT = "6"
                   AND WS-YR-BALANCE(WS-YR-IDX) NOT = ZERO
                   MOVE WS-YR-ACCT(WS-YR-IDX) TO WS-POST-ACCT
                   MOVE WS-OPEN-PERIOD TO WS-POST-PERIOD
                   MOVE WS-YR-BALANCE(WS-YR-IDX) TO WS-POST-AMT
                   PERFORM 800-POST-AMOUNT
                   PERFORM 810-PRINT-ENTRY
                   ADD 1 TO WS-CARRY-CNTR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    READ BACK FROM THE MASTER, NOT THE TABLE - EACH ACCOUNT'S
      *    PERIODS 01 THROUGH 13 AFTER THE CLOSE. REVENUE AND EXPENSE
      *    SHOW ZERO, SO ONLY ACCOUNTS STILL CARRYING A BALANCE PRINT,
      *    AND THE WHOLE LEDGER MUST NET TO ZERO.

       600-POST-CLOSE-TB.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "POST-CLOSE TRIAL BALANCE - YEAR" TO TTL-TEXT.
           MOVE WS-CLOSE-YEAR TO TTL-PERIOD.
           MOVE WS-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-NET-TOTAL.
           MOVE ZERO TO WS-TB-BALANCE.
           MOVE SPACES TO WS-TB-ACCT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO GLM-KEY.
           START GL-MASTER KEY NOT < GLM-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ GL-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 610-TB-ROW UNTIL WS-EOF.
           PERFORM 620-TB-ACCOUNT-BREAK.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NET OF ALL ACCOUNTS:" TO TL-LABEL.
           MOVE WS-NET-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-NET-TOTAL = ZERO
               MOVE "LEDGER IN BALANCE AFTER CLOSE" TO RPT-REC
           ELSE
               MOVE "*** LEDGER OUT OF BALANCE AFTER CLOSE ***"
                   TO RPT-REC
               DISPLAY "*** POST-CLOSE TRIAL BALANCE DOES NOT NET "
                   "TO ZERO ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       610-TB-ROW.
           IF GLM-PERIOD NOT < WS-FIRST-PERIOD
               AND GLM-PERIOD NOT > WS-CLOSE-PERIOD
               IF GLM-ACCT NOT = WS-TB-ACCT
                   PERFORM 620-TB-ACCOUNT-BREAK
                   MOVE GLM-ACCT TO WS-TB-ACCT
               END-IF
               ADD GLM-BALANCE TO WS-TB-BALANCE
           END-IF.
           READ GL-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       620-TB-ACCOUNT-BREAK.
           IF WS-TB-ACCT NOT = SPACES
               AND WS-TB-BALANCE NOT = ZERO
               MOVE WS-TB-ACCT TO TBL-ACCT COA-ACCT
               READ CHART-IN
                   INVALID KEY
                       MOVE "** NOT ON CHART **" TO COA-DESC
               END-READ
               MOVE COA-DESC TO TBL-DESC
               MOVE WS-TB-BALANCE TO TBL-BALANCE
               MOVE WS-TB-LINE TO RPT-REC
               WRITE RPT-REC
               ADD WS-TB-BALANCE TO WS-NET-TOTAL
           END-IF.
           MOVE ZERO TO WS-TB-BALANCE.

      *-----------------------------------------------------------------*
      *    THE YEAR'S TWELVE CONTROL ROWS GO TO "L" THROUGH THE SAME
      *    TEMP COPY-BACK DSB-PERIOD-CLOSE USES.

       700-LOCK-YEAR.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           OPEN OUTPUT CTL-TEMP.
           READ PERIOD-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               IF PD-PERIOD NOT < WS-FIRST-PERIOD
                   AND PD-PERIOD NOT > WS-LAST-PERIOD
                   MOVE "L" TO PD-STATUS
               END-IF
               WRITE CTL-TEMP-REC FROM PERIOD-CTL-REC
               READ PERIOD-CTL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE PERIOD-CTL-FILE.
           CLOSE CTL-TEMP.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CTL-TEMP.
           OPEN OUTPUT PERIOD-CTL-FILE.
           READ CTL-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE PERIOD-CTL-REC FROM CTL-TEMP-REC
               READ CTL-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE CTL-TEMP.
           CLOSE PERIOD-CTL-FILE.

      *-----------------------------------------------------------------*
      *    ONE SIGNED ADD TO AN ACCOUNT-PERIOD ROW, THE WAY
      *    DSB-GL-POST POSTS A FEED ROW.

       800-POST-AMOUNT.
           MOVE WS-POST-ACCT TO GLM-ACCT.
           MOVE WS-POST-PERIOD TO GLM-PERIOD.
           READ GL-MASTER
               INVALID KEY
                   MOVE WS-POST-AMT TO GLM-BALANCE
                   WRITE GL-MASTER-REC
               NOT INVALID KEY
                   ADD WS-POST-AMT TO GLM-BALANCE
                   REWRITE GL-MASTER-REC
           END-READ.
           ADD 1 TO WS-POST-CNTR.

      *-----------------------------------------------------------------*

       810-PRINT-ENTRY.
           MOVE WS-POST-ACCT TO DL-ACCT COA-ACCT.
           READ CHART-IN
               INVALID KEY
                   MOVE "** NOT ON CHART **" TO COA-DESC
           END-READ.
           MOVE COA-DESC TO DL-DESC.
           MOVE ZERO TO DL-DEBIT DL-CREDIT.
           IF WS-POST-AMT > ZERO
               MOVE WS-POST-AMT TO DL-DEBIT
           ELSE
               COMPUTE DL-CREDIT = ZERO - WS-POST-AMT
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-GL-RECON
      *    PURPOSE: MONTH-END RECONCILIATION OF THE GENERAL-LEDGER
      *        CONTROL ACCOUNTS TO THE DETAIL FILES BEHIND THEM, SO A
      *        GL ROW POSTED TO THE WRONG ACCOUNT NO LONGER SLIDES
      *        THROUGH UNNOTICED. THE PAIRS ARE -
      *            DEPOSITS (2010)     BANK MASTER BALANCES
      *            CLIENT A/R (1110)   DSB-CLIENT-OPEN-ITEMS.TXT
      *            CLIENT TRUST (2410) DSB-TRUST-LEDGER.TXT
      *            STUDENT A/R (1210)  DSB-STU-OPEN-ITEMS.TXT
      *        A DROP REFUND CREDIT ("R" OPEN ITEM) IS BOOKED TO THE
      *        STUDENT REFUND LIABILITY (2220), NOT TO STUDENT A/R, SO
      *        IT IS LEFT OUT OF THE STUDENT A/R SUBLEDGER TOTAL.
      *    THE CONTROL BALANCE IS THE ACCOUNT'S NET ON
      *        DSB-GL-MASTER.TXT FROM THE FIRST PERIOD AFTER THE LAST
      *        LOCKED FISCAL YEAR (WHOSE CLOSE CARRIED THE OPENING
      *        BALANCE IN) THROUGH THE KEYED MONTH, TURNED TO NATURAL
      *        TERMS - A LIABILITY'S CREDIT BALANCE READS POSITIVE.
      *    THE REPORT (DSB-GL-RECON.TXT) PRINTS EACH PAIR AND THE
      *        DIFFERENCE, AND FOR A PAIR THAT IS OUT LISTS THE ROWS
      *        STILL WAITING ON DSB-GL-FEED.TXT AND DSB-GL-DAYWORK.TXT
      *        FOR THAT ACCOUNT - THE USUAL EXPLANATION IS A SUBLEDGER
      *        UPDATED TODAY WHOSE GL ROW POSTS TONIGHT.
      *    A CONTROL ACCOUNT NOT ON THE CHART IS REPORTED AS NOT
      *        CARRIED AND SKIPPED. WHEN EVERY CARRIED PAIR TIES TO
      *        THE PENNY THE MONTH IS FILED ON DSB-GL-RECON-HIST.TXT,
      *        AND DSB-PERIOD-CLOSE WILL NOT CLOSE A PERIOD WITHOUT
      *        THAT ROW.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-GL-RECON.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT GL-MASTER        ASSIGN "DSB-GL-MASTER.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
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

       SELECT BANK-MST         ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT CLIENT-OI-IN     ASSIGN "DSB-CLIENT-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-OI-STATUS.

       SELECT TRUST-LEDGER     ASSIGN "DSB-TRUST-LEDGER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TL-STATUS.

       SELECT STU-OI-IN        ASSIGN "DSB-STU-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT GL-FEED-IN       ASSIGN "DSB-GL-FEED.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-FEED-STATUS.

       SELECT DAYWORK-GL-IN    ASSIGN "DSB-GL-DAYWORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-DAYWORK-STATUS.

       SELECT HIST-OUT         ASSIGN "DSB-GL-RECON-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HIST-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-GL-RECON.TXT"
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
           03  PD-PERIOD-BRK REDEFINES PD-PERIOD.
               05  PD-YEAR             PIC 9(4).
               05  PD-MONTH            PIC 9(2).
           03  PD-STATUS               PIC X.

       FD  BANK-MST.
       01  REC-IN.
           03  ACC-NUM-IN              PIC X(5).
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-IN             PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-IN           PIC X.
           03  ACC-TYPE-IN             PIC X.
           03  FILLER                  PIC X(53).

       FD  CLIENT-OI-IN.
       01  OPEN-ITEM-REC.
           03  OI-CLIENT-ID            PIC X(5).
           03  OI-MONTH                PIC X(2).
           03  OI-YEAR                 PIC X(4).
           03  OI-BILLED               PIC 9(6)V99.
           03  OI-PAID                 PIC 9(6)V99.
           03  OI-TYPE                 PIC X.
           03  OI-ADJ                  PIC 9(6)V99.

       FD  TRUST-LEDGER.
       01  TRUST-LEDGER-REC.
           03  TL-CLIENT-ID            PIC X(5).
           03  TL-BALANCE              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  STU-OI-IN.
       01  STU-OI-REC.
           03  SOI-STU-ID              PIC X(5).
           03  SOI-TERM                PIC X(5).
           03  SOI-TYPE                PIC X.
           03  SOI-DATE                PIC 9(8).
           03  SOI-BILLED              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  GL-FEED-IN.
       01  GL-FEED-REC                 PIC X(70).

       FD  DAYWORK-GL-IN.
       01  DAYWORK-GL-REC              PIC X(70).

       FD  HIST-OUT.
       01  HIST-REC.
           03  RCH-PERIOD              PIC 9(6).
           03  FILLER                  PIC X               VALUE SPACE.
           03  RCH-RUN-DATE            PIC 9(8).
           03  FILLER                  PIC X               VALUE SPACE.
           03  RCH-OPERATOR            PIC X(10).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-GLM-STATUS               PIC XX.
       01  WS-CHART-STATUS             PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-OI-STATUS                PIC XX.
       01  WS-TL-STATUS                PIC XX.
       01  WS-SOI-STATUS               PIC XX.
       01  WS-FEED-STATUS              PIC XX.
       01  WS-DAYWORK-STATUS           PIC XX.
       01  WS-HIST-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

           COPY DSB-GL-DETAIL.

       01  WS-RECON-PERIOD             PIC 9(6).
       01  WS-RECON-PERIOD-BRK REDEFINES WS-RECON-PERIOD.
           03  WS-RECON-YEAR           PIC 9(4).
           03  WS-RECON-MONTH          PIC 9(2).
       01  WS-LOCKED-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-START-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-ROW-PERIOD               PIC 9(6).

      *    THE FOUR CONTROL PAIRS - SIDE "C" FOR A LIABILITY WHOSE
      *    LEDGER BALANCE IS NEGATED TO READ IN NATURAL TERMS.
       01  WS-PAIR-TABLE.
           03  WS-PAIR-ENTRY OCCURS 4 TIMES.
               05  WS-PR-NAME          PIC X(20).
               05  WS-PR-ACCT          PIC X(4).
               05  WS-PR-SIDE          PIC X.
               05  WS-PR-CARRIED       PIC X.
               05  WS-PR-GL            PIC S9(13)V99.
               05  WS-PR-SUB           PIC S9(13)V99.
               05  WS-PR-PEND          PIC S9(13)V99.
       01  WS-PR-IDX                   PIC 9 VALUE ZERO.

       01  WS-DIFFERENCE               PIC S9(13)V99 VALUE ZERO.
       01  WS-ROW-AMT                  PIC S9(13)V99 VALUE ZERO.
       01  WS-OPEN-AMT                 PIC S9(13)V99 VALUE ZERO.
       01  WS-POST-ACCT                PIC X(4).
       01  WS-ROW-TAG                  PIC X(7).
       01  WS-PEND-CNT                 PIC 9(5) VALUE ZERO.
       01  WS-OUT-CNT                  PIC 9 VALUE ZERO.
       01  WS-CARRIED-CNT              PIC 9 VALUE ZERO.

       01  WS-PAIR-TITLE.
           03  PT-NAME                 PIC X(20).
           03  FILLER                  PIC X(6) VALUE " ACCT ".
           03  PT-ACCT                 PIC X(4).

       01  WS-AMOUNT-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  AL-LABEL                PIC X(30).
           03  AL-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-PEND-LINE.
           03  FILLER                  PIC X(7) VALUE SPACES.
           03  PL-DATE                 PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-SOURCE               PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-DESC                 PIC X(30).
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-TAG                  PIC X(7).

       01  WS-MESSAGE-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  ML-TEXT                 PIC X(60).

       01  WS-TITLE-LINE.
           03  TTL-TEXT                PIC X(40).
           03  TTL-PERIOD              PIC 9(6).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-GL-RECON".
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
       01  WS-PAIR-CNTR                PIC 9(7) VALUE ZERO.

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
           DISPLAY "MONTH TO RECONCILE (YYYYMM, ENTER FOR THE "
               "PROCESSING MONTH): " WITH NO ADVANCING.
           ACCEPT WS-RECON-PERIOD.
           IF WS-RECON-PERIOD = ZERO
               COMPUTE WS-RECON-PERIOD =
                   (WS-RUN-YEAR * 100) + WS-RUN-MONTH
           END-IF.
           IF WS-RECON-MONTH < 1 OR WS-RECON-MONTH > 12
               DISPLAY "*** " WS-RECON-PERIOD " IS NOT A MONTH - "
                   "RUN ABANDONED ***"
               MOVE "ABANDON" TO WS-END-STATUS
               GO TO 100-FINISH
           END-IF.
           OPEN INPUT GL-MASTER.
           IF WS-GLM-STATUS = "35"
               DISPLAY "DSB-GL-MASTER.TXT NOT FOUND - RUN "
                   "DSB-GL-POST FIRST"
               MOVE "NO-MST" TO WS-END-STATUS
               GO TO 100-FINISH
           END-IF.
           CLOSE GL-MASTER.
           PERFORM 150-LOAD-PAIRS.
           PERFORM 200-FIND-START.
           PERFORM 300-GL-BALANCES.
           PERFORM 400-DEPOSIT-TOTAL.
           PERFORM 410-CLIENT-AR-TOTAL.
           PERFORM 420-TRUST-TOTAL.
           PERFORM 430-STUDENT-AR-TOTAL.
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
           MOVE "CONTROL ACCOUNT RECONCILIATION - MONTH" TO TTL-TEXT.
           MOVE WS-RECON-PERIOD TO TTL-PERIOD.
           MOVE WS-TITLE-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 4
               PERFORM 500-REPORT-PAIR
           END-PERFORM.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-OUT-CNT = ZERO
               MOVE "ALL CARRIED CONTROL ACCOUNTS TIE - MONTH FILED"
                   TO ML-TEXT
           ELSE
               MOVE "CONTROL ACCOUNTS OUT OF BALANCE - MONTH NOT FILED"
                   TO ML-TEXT
           END-IF.
           MOVE WS-MESSAGE-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "CONTROL ACCOUNTS CARRIED = " WS-CARRIED-CNT.
           DISPLAY "OUT OF BALANCE           = " WS-OUT-CNT.
           IF WS-OUT-CNT = ZERO
               PERFORM 700-FILE-RECONCILED
               DISPLAY "MONTH " WS-RECON-PERIOD
                   " FILED AS RECONCILED"
           ELSE
               DISPLAY "*** MONTH " WS-RECON-PERIOD " NOT RECONCILED "
                   "- SEE DSB-GL-RECON.TXT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-FINISH.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PAIR-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE PAIRS, AND WHETHER EACH CONTROL ACCOUNT IS CARRIED ON
      *    THE CHART.

       150-LOAD-PAIRS.
           MOVE "DEPOSITS" TO WS-PR-NAME(1).
           MOVE "2010" TO WS-PR-ACCT(1).
           MOVE "C" TO WS-PR-SIDE(1).
           MOVE "CLIENT A/R" TO WS-PR-NAME(2).
           MOVE "1110" TO WS-PR-ACCT(2).
           MOVE "D" TO WS-PR-SIDE(2).
           MOVE "CLIENT TRUST" TO WS-PR-NAME(3).
           MOVE "2410" TO WS-PR-ACCT(3).
           MOVE "C" TO WS-PR-SIDE(3).
           MOVE "STUDENT A/R" TO WS-PR-NAME(4).
           MOVE "1210" TO WS-PR-ACCT(4).
           MOVE "D" TO WS-PR-SIDE(4).
           OPEN INPUT CHART-IN.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 4
               MOVE ZERO TO WS-PR-GL(WS-PR-IDX)
               MOVE ZERO TO WS-PR-SUB(WS-PR-IDX)
               MOVE ZERO TO WS-PR-PEND(WS-PR-IDX)
               MOVE "Y" TO WS-PR-CARRIED(WS-PR-IDX)
               MOVE WS-PR-ACCT(WS-PR-IDX) TO COA-ACCT
               READ CHART-IN
                   INVALID KEY MOVE "N" TO WS-PR-CARRIED(WS-PR-IDX)
               END-READ
               IF WS-PR-CARRIED(WS-PR-IDX) = "Y"
                   ADD 1 TO WS-CARRIED-CNT
               END-IF
           END-PERFORM.
           CLOSE CHART-IN.

      *-----------------------------------------------------------------*
      *    THE LAST LOCKED FISCAL YEAR BEFORE THE MONTH - ITS CLOSE
      *    CARRIED EVERY BALANCE INTO THE NEXT YEAR'S PERIOD 01, SO
      *    THE CONTROL BALANCE STARTS THERE. WITH NO YEAR LOCKED IT
      *    STARTS AT THE BEGINNING OF THE MASTER.

       200-FIND-START.
           MOVE ZERO TO WS-LOCKED-YEAR.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ PERIOD-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PD-STATUS = "L"
                       AND PD-YEAR < WS-RECON-YEAR
                       AND PD-YEAR > WS-LOCKED-YEAR
                       MOVE PD-YEAR TO WS-LOCKED-YEAR
                   END-IF
                   READ PERIOD-CTL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF.
           IF WS-LOCKED-YEAR = ZERO
               MOVE ZERO TO WS-START-PERIOD
           ELSE
               COMPUTE WS-START-PERIOD =
                   ((WS-LOCKED-YEAR + 1) * 100) + 1
           END-IF.

      *-----------------------------------------------------------------*

       300-GL-BALANCES.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT GL-MASTER.
           READ GL-MASTER NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM UNTIL WS-EOF
               IF GLM-PERIOD NOT < WS-START-PERIOD
                   AND GLM-PERIOD NOT > WS-RECON-PERIOD
                   PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                           UNTIL WS-PR-IDX > 4
                       IF GLM-ACCT = WS-PR-ACCT(WS-PR-IDX)
                           IF WS-PR-SIDE(WS-PR-IDX) = "C"
                               SUBTRACT GLM-BALANCE
                                   FROM WS-PR-GL(WS-PR-IDX)
                           ELSE
                               ADD GLM-BALANCE
                                   TO WS-PR-GL(WS-PR-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ GL-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE GL-MASTER.

      *-----------------------------------------------------------------*
      *    SUBLEDGER TOTALS, ALL IN NATURAL TERMS. A MISSING FILE
      *    TOTALS ZERO.

       400-DEPOSIT-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT BANK-MST.
           IF WS-MST-STATUS = "00"
               READ BANK-MST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD ACC-BLNC-IN TO WS-PR-SUB(1)
                   READ BANK-MST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE BANK-MST
           END-IF.

      *-----------------------------------------------------------------*

       410-CLIENT-AR-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CLIENT-OI-IN.
           IF WS-OI-STATUS = "00"
               READ CLIENT-OI-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   COMPUTE WS-OPEN-AMT = OI-BILLED - OI-PAID - OI-ADJ
                   ADD WS-OPEN-AMT TO WS-PR-SUB(2)
                   READ CLIENT-OI-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CLIENT-OI-IN
           END-IF.

      *-----------------------------------------------------------------*

       420-TRUST-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TRUST-LEDGER.
           IF WS-TL-STATUS = "00"
               READ TRUST-LEDGER AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD TL-BALANCE TO WS-PR-SUB(3)
                   READ TRUST-LEDGER AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TRUST-LEDGER
           END-IF.

      *-----------------------------------------------------------------*

       430-STUDENT-AR-TOTAL.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STU-OI-IN.
           IF WS-SOI-STATUS = "00"
               READ STU-OI-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF SOI-TYPE NOT = "R"
                       COMPUTE WS-OPEN-AMT = SOI-BILLED - SOI-PAID
                       ADD WS-OPEN-AMT TO WS-PR-SUB(4)
                   END-IF
                   READ STU-OI-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE STU-OI-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    ONE PAIR - BOTH SIDES AND THE DIFFERENCE, AND FOR A PAIR
      *    THAT IS OUT, THE ROWS NOT YET POSTED THAT TOUCH IT.

       500-REPORT-PAIR.
           ADD 1 TO WS-PAIR-CNTR.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-PR-NAME(WS-PR-IDX) TO PT-NAME.
           MOVE WS-PR-ACCT(WS-PR-IDX) TO PT-ACCT.
           MOVE WS-PAIR-TITLE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-PR-CARRIED(WS-PR-IDX) NOT = "Y"
               MOVE "NOT CARRIED ON THE CHART - NOT RECONCILED"
                   TO ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE "GL CONTROL BALANCE" TO AL-LABEL
               MOVE WS-PR-GL(WS-PR-IDX) TO AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE "SUBLEDGER TOTAL" TO AL-LABEL
               MOVE WS-PR-SUB(WS-PR-IDX) TO AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO RPT-REC
               WRITE RPT-REC
               COMPUTE WS-DIFFERENCE =
                   WS-PR-SUB(WS-PR-IDX) - WS-PR-GL(WS-PR-IDX)
               MOVE "DIFFERENCE" TO AL-LABEL
               MOVE WS-DIFFERENCE TO AL-AMOUNT
               MOVE WS-AMOUNT-LINE TO RPT-REC
               WRITE RPT-REC
               IF WS-DIFFERENCE = ZERO
                   MOVE "IN BALANCE" TO ML-TEXT
                   MOVE WS-MESSAGE-LINE TO RPT-REC
                   WRITE RPT-REC
               ELSE
                   ADD 1 TO WS-OUT-CNT
                   PERFORM 600-LIST-PENDING
                   MOVE "*** OUT OF BALANCE ***" TO ML-TEXT
                   MOVE WS-MESSAGE-LINE TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    TONIGHT'S FEED AND THE INTRADAY WORK FILE - ANY ROW FOR THE
      *    CONTROL ACCOUNT DATED IN OR BEFORE THE MONTH IS ACTIVITY
      *    THE SUBLEDGER MAY ALREADY HOLD BUT THE MASTER DOES NOT.

       600-LIST-PENDING.
           MOVE ZERO TO WS-PEND-CNT.
           MOVE "PENDING FEED ROWS FOR THE ACCOUNT:" TO ML-TEXT.
           MOVE WS-MESSAGE-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "FEED" TO WS-ROW-TAG.
           OPEN INPUT GL-FEED-IN.
           IF WS-FEED-STATUS = "00"
               READ GL-FEED-IN INTO GL-DETAIL-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM 610-CHECK-ROW
                   READ GL-FEED-IN INTO GL-DETAIL-REC
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "DAYWORK" TO WS-ROW-TAG.
           OPEN INPUT DAYWORK-GL-IN.
           IF WS-DAYWORK-STATUS = "00"
               READ DAYWORK-GL-IN INTO GL-DETAIL-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   PERFORM 610-CHECK-ROW
                   READ DAYWORK-GL-IN INTO GL-DETAIL-REC
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE DAYWORK-GL-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-PEND-CNT = ZERO
               MOVE "  (NONE - THE DIFFERENCE IS NOT A TIMING ITEM)"
                   TO ML-TEXT
               MOVE WS-MESSAGE-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE "PENDING TOTAL" TO AL-LABEL.
           MOVE WS-PR-PEND(WS-PR-IDX) TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           COMPUTE WS-DIFFERENCE = WS-PR-SUB(WS-PR-IDX)
               - WS-PR-GL(WS-PR-IDX) - WS-PR-PEND(WS-PR-IDX).
           MOVE "DIFFERENCE AFTER PENDING" TO AL-LABEL.
           MOVE WS-DIFFERENCE TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    A ROW POSTS TO ITS DEBIT ACCOUNT, OR ITS CREDIT ACCOUNT
      *    WITH THE AMOUNT ALREADY NEGATED - THE SAME RULE AS
      *    DSB-GL-POST.

       610-CHECK-ROW.
           IF GL-DEBIT-ACCT NOT = SPACES
               MOVE GL-DEBIT-ACCT TO WS-POST-ACCT
           ELSE
               MOVE GL-CREDIT-ACCT TO WS-POST-ACCT
           END-IF.
           COMPUTE WS-ROW-PERIOD = (GL-YEAR * 100) + GL-MONTH.
           IF WS-POST-ACCT = WS-PR-ACCT(WS-PR-IDX)
               AND WS-ROW-PERIOD NOT > WS-RECON-PERIOD
               IF WS-PR-SIDE(WS-PR-IDX) = "C"
                   COMPUTE WS-ROW-AMT = ZERO - GL-AMOUNT
               ELSE
                   MOVE GL-AMOUNT TO WS-ROW-AMT
               END-IF
               ADD WS-ROW-AMT TO WS-PR-PEND(WS-PR-IDX)
               ADD 1 TO WS-PEND-CNT
               MOVE GL-DATE TO PL-DATE
               MOVE GL-SOURCE TO PL-SOURCE
               MOVE GL-DESCRIPTION TO PL-DESC
               MOVE WS-ROW-AMT TO PL-AMOUNT
               MOVE WS-ROW-TAG TO PL-TAG
               MOVE WS-PEND-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *-----------------------------------------------------------------*
      *    THE CLEAN MONTH ON FILE FOR DSB-PERIOD-CLOSE.

       700-FILE-RECONCILED.
           OPEN EXTEND HIST-OUT.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-OUT
               CLOSE HIST-OUT
               OPEN EXTEND HIST-OUT
           END-IF.
           MOVE SPACES TO HIST-REC.
           MOVE WS-RECON-PERIOD TO RCH-PERIOD.
           MOVE WS-RUN-DATE TO RCH-RUN-DATE.
           MOVE WS-OPERATOR-ID TO RCH-OPERATOR.
           WRITE HIST-REC.
           CLOSE HIST-OUT.

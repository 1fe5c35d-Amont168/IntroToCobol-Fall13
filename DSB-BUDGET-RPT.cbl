      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-BUDGET-RPT
      *    PURPOSE: MONTHLY BUDGET-VERSUS-ACTUAL REPORT. FOR A KEYED
      *        PERIOD (YYYYMM), EVERY REVENUE AND EXPENSE ACCOUNT
      *        (4XXX/5XXX/6XXX, GROUPED THE WAY DSB-FIN-STMTS GROUPS
      *        THEM) PRINTS ITS ACTUAL, ITS BUDGET (DSB-BUDGET.TXT,
      *        KEPT THROUGH DSB-BUDGET-MAINT), AND THE DOLLAR AND
      *        PERCENT VARIANCE FOR THE MONTH AND FOR THE YEAR TO
      *        DATE - FIRST FOR THE WHOLE SHOP BY ACCOUNT, THEN BRANCH
      *        BY BRANCH. ACTUALS COME FROM THE BRANCH LEDGER
      *        (DSB-GL-BRANCH.TXT) THAT DSB-GL-POST KEEPS ALONGSIDE
      *        THE GENERAL LEDGER MASTER, SO THE SHOP TOTALS TIE TO
      *        DSB-GL-MASTER.TXT. AMOUNTS PRINT IN NATURAL TERMS
      *        (REVENUE AND EXPENSE BOTH POSITIVE); VARIANCE IS ACTUAL
      *        LESS BUDGET, AND A LINE WHOSE MONTH OR YEAR-TO-DATE
      *        VARIANCE IS OUTSIDE THE KEYED TOLERANCE PERCENT - OR
      *        THAT HAS ACTUAL WITH NO BUDGET AT ALL - IS FLAGGED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-BUDGET-RPT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT BUDGET-FILE      ASSIGN "DSB-BUDGET.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BUD-KEY
                               FILE STATUS IS WS-BUD-STATUS.

       SELECT GL-BRANCH-FILE   ASSIGN "DSB-GL-BRANCH.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS GLB-KEY
                               FILE STATUS IS WS-GLB-STATUS.

       SELECT CHART-IN         ASSIGN "DSB-CHART-OF-ACCTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS COA-ACCT
                               FILE STATUS IS WS-CHART-STATUS.

       SELECT BVA-WORK         ASSIGN "DSB-bva.wrk"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-bva-srt.wrk".

       SELECT SORTED-WORK      ASSIGN "DSB-bva-sorted.wrk"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "DSB-BUDGET-VS-ACTUAL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  BUDGET-FILE.
           COPY DSB-BUDGET.

       FD  GL-BRANCH-FILE.
       01  GL-BRANCH-REC.
           03  GLB-KEY.
               05  GLB-ACCT            PIC X(4).
               05  GLB-PERIOD          PIC 9(6).
               05  GLB-BRANCH          PIC X(2).
           03  GLB-BALANCE             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  CHART-IN.
       01  CHART-REC.
           03  COA-ACCT                PIC X(4).
           03  COA-DESC                PIC X(30).

      *    ONE WORK ROW PER BUDGET MONTH OR BRANCH-LEDGER ROW IN THE
      *    YEAR TO DATE - THE SORTS BRING EACH ACCOUNT'S ROWS TOGETHER.
       FD  BVA-WORK.
       01  BVA-REC.
           03  WK-ACCT                 PIC X(4).
           03  WK-BRANCH               PIC X(2).
           03  WK-MO-ACT               PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  WK-MO-BUD               PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  WK-YTD-ACT              PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  WK-YTD-BUD              PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-ACCT                PIC X(4).
           03  SRT-BRANCH              PIC X(2).
           03  FILLER                  PIC X(56).

       FD  SORTED-WORK.
       01  SORTED-REC.
           03  SW-ACCT                 PIC X(4).
           03  SW-BRANCH               PIC X(2).
           03  SW-MO-ACT               PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SW-MO-BUD               PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SW-YTD-ACT              PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SW-YTD-BUD              PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-BUD-STATUS               PIC XX.
       01  WS-GLB-STATUS               PIC XX.
       01  WS-CHART-STATUS             PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-REQ-PERIOD               PIC 9(6).
       01  WS-REQ-PERIOD-BRK REDEFINES WS-REQ-PERIOD.
           03  WS-REQ-YEAR             PIC 9(4).
           03  WS-REQ-MONTH            PIC 9(2).
       01  WS-FIRST-PERIOD             PIC 9(6).
       01  WS-TOLERANCE                PIC 99.
       01  WS-CLASS                    PIC X.
       01  WS-NATURAL-AMT              PIC S9(11)V99.
       01  WS-WORK-CNTR                PIC 9(7) VALUE ZERO.

      *    "A" - THE SHOP BY ACCOUNT; "B" - BRANCH BY BRANCH.
       01  WS-PASS-MODE                PIC X.
           88  WS-BY-ACCOUNT                 VALUE "A".
           88  WS-BY-BRANCH                  VALUE "B".
       01  WS-PREV-ACCT                PIC X(4).
       01  WS-PREV-BRANCH              PIC X(2).
       01  WS-ROW-GROUP                PIC X.
       01  WS-CUR-GROUP                PIC X.
           88  WS-REVENUE-GROUP              VALUE "R".

      *    MONTH ACTUAL, MONTH BUDGET, YTD ACTUAL, YTD BUDGET AT EACH
      *    LEVEL - ACCOUNT, GROUP, AND REVENUE/EXPENSE FOR NET INCOME.
       01  WS-ACCT-AMTS.
           03  WS-A-MO-ACT             PIC S9(11)V99.
           03  WS-A-MO-BUD             PIC S9(11)V99.
           03  WS-A-YTD-ACT            PIC S9(11)V99.
           03  WS-A-YTD-BUD            PIC S9(11)V99.
       01  WS-GROUP-AMTS.
           03  WS-G-MO-ACT             PIC S9(11)V99.
           03  WS-G-MO-BUD             PIC S9(11)V99.
           03  WS-G-YTD-ACT            PIC S9(11)V99.
           03  WS-G-YTD-BUD            PIC S9(11)V99.
       01  WS-REV-AMTS.
           03  WS-R-MO-ACT             PIC S9(11)V99.
           03  WS-R-MO-BUD             PIC S9(11)V99.
           03  WS-R-YTD-ACT            PIC S9(11)V99.
           03  WS-R-YTD-BUD            PIC S9(11)V99.
       01  WS-EXP-AMTS.
           03  WS-E-MO-ACT             PIC S9(11)V99.
           03  WS-E-MO-BUD             PIC S9(11)V99.
           03  WS-E-YTD-ACT            PIC S9(11)V99.
           03  WS-E-YTD-BUD            PIC S9(11)V99.
       01  WS-LINE-AMTS.
           03  WS-L-MO-ACT             PIC S9(11)V99.
           03  WS-L-MO-BUD             PIC S9(11)V99.
           03  WS-L-YTD-ACT            PIC S9(11)V99.
           03  WS-L-YTD-BUD            PIC S9(11)V99.
       01  WS-VARIANCE                 PIC S9(11)V99.
       01  WS-VAR-PCT                  PIC S9(7)V9.
       01  WS-FLAG-FLAG                PIC X VALUE "N".
           88  WS-OUT-OF-TOLERANCE           VALUE "Y".
       01  WS-FLAG-CNTR                PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(36)
                       VALUE "BUDGET VERSUS ACTUAL - PERIOD ".
           03  TTL-PERIOD              PIC 9(6).
           03  FILLER                  PIC X(14)
                       VALUE "   TOLERANCE ".
           03  TTL-TOLERANCE           PIC Z9.
           03  FILLER                  PIC X VALUE "%".

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  FILLER                  PIC X(51) VALUE
               "---------------------- MONTH ----------------------".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(51) VALUE
               "------------------- YEAR TO DATE ------------------".

       01  WS-COL-HDR-2.
           03  FILLER                  PIC X(22)
                       VALUE "ACCT DESCRIPTION".
           03  FILLER                  PIC X(45) VALUE
               "        ACTUAL         BUDGET       VARIANCE".
           03  FILLER                  PIC X(8) VALUE "    VAR%".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "        ACTUAL         BUDGET       VARIANCE".
           03  FILLER                  PIC X(8) VALUE "    VAR%".
           03  FILLER                  PIC X(4) VALUE " FLG".

       01  WS-DETAIL-LINE.
           03  DL-ACCT                 PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-DESC                 PIC X(16).
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-MO-ACT               PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-MO-BUD               PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-MO-VAR               PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-MO-PCT               PIC -ZZZ9.9.
           03  DL-MO-PCT-X REDEFINES DL-MO-PCT
                                       PIC X(7).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-YTD-ACT              PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-YTD-BUD              PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-YTD-VAR              PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-YTD-PCT              PIC -ZZZ9.9.
           03  DL-YTD-PCT-X REDEFINES DL-YTD-PCT
                                       PIC X(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-FLAG                 PIC X(3).

       01  WS-BRANCH-LINE.
           03  FILLER                  PIC X(7) VALUE "BRANCH ".
           03  BL-BRANCH               PIC X(2).

       01  WS-LEGEND-LINE.
           03  FILLER                  PIC X(55) VALUE
               "** = MONTH OR YEAR-TO-DATE VARIANCE OUTSIDE TOLERANCE ".
           03  FILLER                  PIC X(30) VALUE
               "OR ACTUAL WITH NO BUDGET".

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-BUDGET-RPT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-LINE-CNTR                PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-REQ-PERIOD.
           DISPLAY "TOLERANCE PERCENT (0 FOR 10): " WITH NO ADVANCING.
           ACCEPT WS-TOLERANCE.
           IF WS-TOLERANCE = ZERO
               MOVE 10 TO WS-TOLERANCE
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           IF WS-REQ-MONTH < 1 OR WS-REQ-MONTH > 12
               DISPLAY "PERIOD " WS-REQ-PERIOD " IS NOT A VALID YYYYMM"
               GOBACK
           END-IF.
           COMPUTE WS-FIRST-PERIOD = (WS-REQ-YEAR * 100) + 1.
           OPEN OUTPUT BVA-WORK.
           PERFORM 200-EXTRACT-BUDGET.
           PERFORM 250-EXTRACT-ACTUAL.
           CLOSE BVA-WORK.
           OPEN INPUT CHART-IN.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-HEADERS.
           MOVE "SHOP TOTAL BY ACCOUNT" TO RPT-REC.
           WRITE RPT-REC.
           SORT SRT-WORK ON ASCENDING KEY SRT-ACCT SRT-BRANCH
               USING BVA-WORK
               GIVING SORTED-WORK.
           MOVE "A" TO WS-PASS-MODE.
           PERFORM 400-REPORT-PASS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "BY BRANCH" TO RPT-REC.
           WRITE RPT-REC.
           SORT SRT-WORK ON ASCENDING KEY SRT-BRANCH SRT-ACCT
               USING BVA-WORK
               GIVING SORTED-WORK.
           MOVE "B" TO WS-PASS-MODE.
           PERFORM 400-REPORT-PASS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-LEGEND-LINE.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE CHART-IN.
           CLOSE RPT-OUT.
           OPEN OUTPUT BVA-WORK.
           CLOSE BVA-WORK.
           DISPLAY "LINES PRINTED  = " WS-LINE-CNTR.
           DISPLAY "LINES FLAGGED  = " WS-FLAG-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-LINE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       120-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE WS-REQ-PERIOD TO TTL-PERIOD.
           MOVE WS-TOLERANCE TO TTL-TOLERANCE.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    EVERY BUDGET MONTH FROM JANUARY THROUGH THE REPORT MONTH.

       200-EXTRACT-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "DSB-BUDGET.TXT NOT FOUND - ACTUALS ONLY"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO BUD-KEY
               START BUDGET-FILE KEY NOT < BUD-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ BUDGET-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM 210-BUDGET-ROW UNTIL WS-EOF
               CLOSE BUDGET-FILE
           END-IF.

      *-----------------------------------------------------------------*

       210-BUDGET-ROW.
           MOVE BUD-ACCT(1:1) TO WS-CLASS.
           IF (WS-CLASS = "4" OR "5" OR "6")
               AND BUD-PERIOD NOT < WS-FIRST-PERIOD
               AND BUD-PERIOD NOT > WS-REQ-PERIOD
               MOVE BUD-ACCT TO WK-ACCT
               MOVE BUD-BRANCH TO WK-BRANCH
               MOVE ZERO TO WK-MO-ACT WK-YTD-ACT WK-MO-BUD
               MOVE BUD-AMOUNT TO WK-YTD-BUD
               IF BUD-PERIOD = WS-REQ-PERIOD
                   MOVE BUD-AMOUNT TO WK-MO-BUD
               END-IF
               WRITE BVA-REC
               ADD 1 TO WS-WORK-CNTR
           END-IF.
           READ BUDGET-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    EVERY BRANCH-LEDGER ROW FROM JANUARY THROUGH THE REPORT
      *    MONTH, TURNED TO NATURAL TERMS - REVENUE CARRIES A CREDIT
      *    (NEGATIVE) BALANCE ON THE LEDGER.

       250-EXTRACT-ACTUAL.
           OPEN INPUT GL-BRANCH-FILE.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "DSB-GL-BRANCH.TXT NOT FOUND - BUDGET ONLY"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO GLB-KEY
               START GL-BRANCH-FILE KEY NOT < GLB-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ GL-BRANCH-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM 260-ACTUAL-ROW UNTIL WS-EOF
               CLOSE GL-BRANCH-FILE
           END-IF.

      *-----------------------------------------------------------------*

       260-ACTUAL-ROW.
           MOVE GLB-ACCT(1:1) TO WS-CLASS.
           IF (WS-CLASS = "4" OR "5" OR "6")
               AND GLB-PERIOD NOT < WS-FIRST-PERIOD
               AND GLB-PERIOD NOT > WS-REQ-PERIOD
               IF WS-CLASS = "4"
                   COMPUTE WS-NATURAL-AMT = ZERO - GLB-BALANCE
               ELSE
                   MOVE GLB-BALANCE TO WS-NATURAL-AMT
               END-IF
               MOVE GLB-ACCT TO WK-ACCT
               MOVE GLB-BRANCH TO WK-BRANCH
               MOVE ZERO TO WK-MO-ACT WK-MO-BUD WK-YTD-BUD
               MOVE WS-NATURAL-AMT TO WK-YTD-ACT
               IF GLB-PERIOD = WS-REQ-PERIOD
                   MOVE WS-NATURAL-AMT TO WK-MO-ACT
               END-IF
               WRITE BVA-REC
               ADD 1 TO WS-WORK-CNTR
           END-IF.
           READ GL-BRANCH-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    ONE PASS OVER THE SORTED WORK FILE WITH BREAKS ON ACCOUNT,
      *    ON REVENUE/EXPENSE GROUP, AND - BRANCH BY BRANCH ONLY - ON
      *    BRANCH. ACCOUNTS SORT 4XXX AHEAD OF 5XXX/6XXX, SO REVENUE
      *    ALWAYS PRINTS FIRST.

       400-REPORT-PASS.
           MOVE SPACES TO WS-PREV-ACCT WS-PREV-BRANCH WS-CUR-GROUP.
           MOVE ZERO TO WS-ACCT-AMTS WS-GROUP-AMTS WS-REV-AMTS
               WS-EXP-AMTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SORTED-WORK.
           READ SORTED-WORK AT END MOVE "Y" TO WS-EOF-FLAG.
           IF WS-EOF
               MOVE "   NO BUDGET OR ACTUAL FOR THE YEAR TO DATE"
                   TO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM 410-PASS-ROW UNTIL WS-EOF
               PERFORM 420-END-ACCOUNT
               PERFORM 430-END-GROUP
               PERFORM 440-END-BRANCH
           END-IF.
           CLOSE SORTED-WORK.

      *-----------------------------------------------------------------*

       410-PASS-ROW.
           IF SW-ACCT(1:1) = "4"
               MOVE "R" TO WS-ROW-GROUP
           ELSE
               MOVE "E" TO WS-ROW-GROUP
           END-IF.
           IF WS-PREV-ACCT = SPACES
               PERFORM 450-START-BRANCH
               PERFORM 460-START-GROUP
           ELSE
               EVALUATE TRUE
                   WHEN WS-BY-BRANCH AND SW-BRANCH NOT = WS-PREV-BRANCH
                       PERFORM 420-END-ACCOUNT
                       PERFORM 430-END-GROUP
                       PERFORM 440-END-BRANCH
                       PERFORM 450-START-BRANCH
                       PERFORM 460-START-GROUP
                   WHEN WS-ROW-GROUP NOT = WS-CUR-GROUP
                       PERFORM 420-END-ACCOUNT
                       PERFORM 430-END-GROUP
                       PERFORM 460-START-GROUP
                   WHEN SW-ACCT NOT = WS-PREV-ACCT
                       PERFORM 420-END-ACCOUNT
               END-EVALUATE
           END-IF.
           MOVE SW-ACCT TO WS-PREV-ACCT.
           MOVE SW-BRANCH TO WS-PREV-BRANCH.
           ADD SW-MO-ACT TO WS-A-MO-ACT.
           ADD SW-MO-BUD TO WS-A-MO-BUD.
           ADD SW-YTD-ACT TO WS-A-YTD-ACT.
           ADD SW-YTD-BUD TO WS-A-YTD-BUD.
           READ SORTED-WORK AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       420-END-ACCOUNT.
           MOVE WS-PREV-ACCT TO DL-ACCT COA-ACCT.
           READ CHART-IN
               INVALID KEY
                   MOVE "** NOT ON CHART **" TO COA-DESC
           END-READ.
           MOVE COA-DESC TO DL-DESC.
           MOVE WS-ACCT-AMTS TO WS-LINE-AMTS.
           PERFORM 700-PRINT-LINE.
           ADD WS-A-MO-ACT TO WS-G-MO-ACT.
           ADD WS-A-MO-BUD TO WS-G-MO-BUD.
           ADD WS-A-YTD-ACT TO WS-G-YTD-ACT.
           ADD WS-A-YTD-BUD TO WS-G-YTD-BUD.
           MOVE ZERO TO WS-ACCT-AMTS.

      *-----------------------------------------------------------------*

       430-END-GROUP.
           MOVE SPACES TO DL-ACCT.
           IF WS-REVENUE-GROUP
               MOVE "TOTAL REVENUE" TO DL-DESC
               MOVE WS-GROUP-AMTS TO WS-REV-AMTS
           ELSE
               MOVE "TOTAL EXPENSES" TO DL-DESC
               MOVE WS-GROUP-AMTS TO WS-EXP-AMTS
           END-IF.
           MOVE WS-GROUP-AMTS TO WS-LINE-AMTS.
           PERFORM 700-PRINT-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-GROUP-AMTS.

      *-----------------------------------------------------------------*
      *    NET INCOME - REVENUE LESS EXPENSES - FOR THE SHOP OR THE
      *    BRANCH JUST FINISHED.

       440-END-BRANCH.
           MOVE SPACES TO DL-ACCT.
           MOVE "NET INCOME" TO DL-DESC.
           COMPUTE WS-L-MO-ACT = WS-R-MO-ACT - WS-E-MO-ACT.
           COMPUTE WS-L-MO-BUD = WS-R-MO-BUD - WS-E-MO-BUD.
           COMPUTE WS-L-YTD-ACT = WS-R-YTD-ACT - WS-E-YTD-ACT.
           COMPUTE WS-L-YTD-BUD = WS-R-YTD-BUD - WS-E-YTD-BUD.
           PERFORM 700-PRINT-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-REV-AMTS WS-EXP-AMTS.

      *-----------------------------------------------------------------*

       450-START-BRANCH.
           IF WS-BY-BRANCH
               MOVE SW-BRANCH TO BL-BRANCH
               MOVE WS-BRANCH-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *-----------------------------------------------------------------*

       460-START-GROUP.
           MOVE WS-ROW-GROUP TO WS-CUR-GROUP.
           IF WS-REVENUE-GROUP
               MOVE "  REVENUE" TO RPT-REC
           ELSE
               MOVE "  EXPENSES" TO RPT-REC
           END-IF.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS OF BUDGET.
      *    NO BUDGET MEANS NO PERCENT, AND ANY ACTUAL AGAINST IT IS
      *    FLAGGED.

       700-PRINT-LINE.
           MOVE "N" TO WS-FLAG-FLAG.
           MOVE WS-L-MO-ACT TO DL-MO-ACT.
           MOVE WS-L-MO-BUD TO DL-MO-BUD.
           COMPUTE WS-VARIANCE = WS-L-MO-ACT - WS-L-MO-BUD.
           MOVE WS-VARIANCE TO DL-MO-VAR.
           IF WS-L-MO-BUD = ZERO
               MOVE "    N/A" TO DL-MO-PCT-X
               IF WS-L-MO-ACT NOT = ZERO
                   MOVE "Y" TO WS-FLAG-FLAG
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VARIANCE * 100) / WS-L-MO-BUD
               PERFORM 710-CHECK-TOLERANCE
               MOVE WS-VAR-PCT TO DL-MO-PCT
           END-IF.
           MOVE WS-L-YTD-ACT TO DL-YTD-ACT.
           MOVE WS-L-YTD-BUD TO DL-YTD-BUD.
           COMPUTE WS-VARIANCE = WS-L-YTD-ACT - WS-L-YTD-BUD.
           MOVE WS-VARIANCE TO DL-YTD-VAR.
           IF WS-L-YTD-BUD = ZERO
               MOVE "    N/A" TO DL-YTD-PCT-X
               IF WS-L-YTD-ACT NOT = ZERO
                   MOVE "Y" TO WS-FLAG-FLAG
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-VARIANCE * 100) / WS-L-YTD-BUD
               PERFORM 710-CHECK-TOLERANCE
               MOVE WS-VAR-PCT TO DL-YTD-PCT
           END-IF.
           IF WS-OUT-OF-TOLERANCE
               MOVE " **" TO DL-FLAG
               ADD 1 TO WS-FLAG-CNTR
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-LINE-CNTR.

      *-----------------------------------------------------------------*
      *    A PERCENT TOO WIDE TO PRINT IS CAPPED - IT IS FLAGGED ANYWAY.

       710-CHECK-TOLERANCE.
           IF WS-VAR-PCT > WS-TOLERANCE
               OR WS-VAR-PCT < (ZERO - WS-TOLERANCE)
               MOVE "Y" TO WS-FLAG-FLAG
           END-IF.
           IF WS-VAR-PCT > 9999.9
               MOVE 9999.9 TO WS-VAR-PCT
           END-IF.
           IF WS-VAR-PCT < -9999.9
               MOVE -9999.9 TO WS-VAR-PCT
           END-IF.

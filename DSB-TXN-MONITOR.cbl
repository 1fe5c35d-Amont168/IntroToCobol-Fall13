      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-TXN-MONITOR
      *    PURPOSE: NIGHTLY TRANSACTION PATTERN MONITORING FOR BSA
      *        COMPLIANCE. DSB-LARGE-CASH ONLY SEES ONE DAY OVER THE
      *        THRESHOLD - THIS RUN READS THE KEYED POSTING HISTORY
      *        (MT-YTD-TRANS-DETAIL.TXT) BACK OVER THE LONGEST WINDOW
      *        IN THE RULES TABLE (DSB-MON-RULES.TXT), ROLLS EVERY
      *        ACCOUNT UP TO ITS OWNERS THE WAY DSB-LARGE-CASH DOES,
      *        AND SCORES EACH CUSTOMER AGAINST THE ACTIVE RULES -
      *          STRC  CASH ITEMS KEPT JUST UNDER THE THRESHOLD THAT
      *                ADD UP OVER IT ACROSS SEVERAL DAYS
      *          RAPD  A DEPOSIT FOLLOWED WITHIN N DAYS BY A
      *                WITHDRAWAL OR TRANSFER OUT OF ABOUT THE SAME
      *                SIZE
      *          JUMP  RECENT ACTIVITY FAR ABOVE THE CUSTOMER'S OWN
      *                AVERAGE OVER THE PRIOR 90 DAYS
      *          NEWA  ACTIVITY ON AN ACCOUNT OPENED IN THE LAST N DAYS
      *          DORM  ACTIVITY ON AN ACCOUNT THAT HAD GONE DORMANT
      *        A CUSTOMER WHOSE SCORE REACHES THE "CASE" ROW'S SCORE
      *        OPENS A CASE ON DSB-MON-CASE.TXT FOR AN INVESTIGATOR TO
      *        WORK IN DSB-CASE-REVIEW. A CUSTOMER WITH A CASE STILL
      *        OPEN, OR ONE OPENED INSIDE THE RULE WINDOW, IS NOT
      *        OPENED AGAIN FOR THE SAME ACTIVITY. EVERY CUSTOMER WHO
      *        TRIPS A RULE IS LISTED ON MT-MON-ALERTS.TXT.
      *    ONLY CUSTOMER-DRIVEN POSTINGS COUNT - DEPOSITS,
      *        WITHDRAWALS, AND TRANSFERS. INTEREST AND FEES NEITHER
      *        SCORE NOR KEEP AN ACCOUNT FROM LOOKING DORMANT.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-TXN-MONITOR.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RULES-IN         ASSIGN "DSB-MON-RULES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RULES-STATUS.

       SELECT YTD-IN           ASSIGN "MT-YTD-TRANS-DETAIL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS YTD-KEY
                               FILE STATUS IS WS-YTD-STATUS.

       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT REL-IN           ASSIGN "DSB-ACCT-REL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REL-KEY
                               ALTERNATE RECORD KEY IS REL-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       SELECT CASE-FILE        ASSIGN "DSB-MON-CASE.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CS-CASE-NUM
                               ALTERNATE RECORD KEY IS CS-CUST-KEY
                                   WITH DUPLICATES
                               FILE STATUS IS WS-CASE-STATUS.

       SELECT RPT-OUT          ASSIGN "MT-MON-ALERTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *    ONE ROW PER RULE. WINDOW IS HOW MANY DAYS BACK FROM THE
      *    RUN DATE THE RULE LOOKS AT ACTIVITY; PARM DAYS IS THE
      *    RULE'S SECOND PERIOD (RAPD - DAYS FROM DEPOSIT TO OUTFLOW,
      *    JUMP - BASELINE DAYS, NEWA - ACCOUNT AGE, DORM - DAYS
      *    WITHOUT ACTIVITY THAT MAKE AN ACCOUNT DORMANT). THE "CASE"
      *    ROW CARRIES ONLY THE SCORE AT WHICH A CASE IS OPENED.
       FD  RULES-IN.
       01  RULE-REC.
           03  MR-RULE-ID              PIC X(4).
           03  MR-ACTIVE               PIC X.
               88  MR-IS-ACTIVE                    VALUE "Y".
           03  MR-WINDOW-DAYS          PIC 9(3).
           03  MR-PARM-DAYS            PIC 9(3).
           03  MR-AMT-LOW              PIC 9(7)V99.
           03  MR-AMT-HIGH             PIC 9(7)V99.
           03  MR-PCT                  PIC 9(3).
           03  MR-MIN-CNT              PIC 9(2).
           03  MR-SCORE                PIC 9(3).
           03  MR-DESC                 PIC X(30).

       FD  YTD-IN.
       01  YTD-TRANS-REC.
           03  YTD-KEY.
               05  YTD-ACC-NUM         PIC X(5).
               05  YTD-YR              PIC 9(4).
               05  YTD-MNTH            PIC 9(2).
               05  YTD-DY              PIC 9(2).
               05  YTD-SEQ             PIC 9(3).
           03  YTD-TYPE                PIC X.
               88  YTD-IS-DEPOSIT                  VALUE "D".
               88  YTD-IS-WITHDRAWAL               VALUE "W".
               88  YTD-IS-XFER-OUT                 VALUE "X".
               88  YTD-IS-XFER-IN                  VALUE "Y".
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

       FD  MST-IN.
       01  REC-IN.
           03  ACC-NUM-IN              PIC X(5).
           03  FNAME-IN                PIC X(10).
           03  LNAME-IN                PIC X(10).
           03  LST-TRN-YR-IN           PIC 9(4).
           03  LST-TRN-MNTH-IN         PIC 9(2).
           03  LST-TRN-DY-IN           PIC 9(2).
           03  LST-TRN-AMNT-IN         PIC 9(6)V99.
           03  ACC-BLNC-IN             PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-IN           PIC X.
           03  ACC-TYPE-IN             PIC X.
           03  CUST-NUM-IN             PIC X(5).
           03  ACC-LINKED-IN           PIC X(5).
           03  CD-TERM-IN              PIC 9(3).
           03  CD-OPEN-DATE-IN         PIC 9(8).
           03  CD-MAT-DATE-IN          PIC 9(8).
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  REL-IN.
       01  REL-REC.
           03  REL-KEY.
               05  REL-ACC-NUM         PIC X(5).
               05  REL-CUST-NUM        PIC X(5).
           03  REL-ROLE                PIC X.
               88  REL-IS-PRIMARY                  VALUE "P".
               88  REL-IS-JOINT                    VALUE "J".
               88  REL-IS-POD                      VALUE "B".
               88  REL-IS-SIGNER                   VALUE "S".
           03  REL-ADD-DATE            PIC 9(8).
           03  REL-OPERATOR            PIC X(10).

      *    ONE ROW PER CASE. THE CUSTOMER KEY IS THE CUSTOMER NUMBER,
      *    OR THE ACCOUNT NUMBER FOR AN ACCOUNT WITH NO CUSTOMER LINK.
      *    THE INVESTIGATOR CLOSES A CASE AS NO ACTION OR AS REPORT
      *    FILED IN DSB-CASE-REVIEW.
       FD  CASE-FILE.
       01  CASE-REC.
           03  CS-CASE-NUM             PIC 9(6).
           03  CS-CUST-KEY             PIC X(5).
           03  CS-CUST-NAME            PIC X(20).
           03  CS-OPEN-DATE            PIC 9(8).
           03  CS-SCORE                PIC 9(3).
           03  CS-RULES-HIT.
               05  CS-RULE-ID          PIC X(4) OCCURS 5 TIMES.
           03  CS-DEP-AMT              PIC 9(9)V99.
           03  CS-OUT-AMT              PIC 9(9)V99.
           03  CS-STATUS               PIC X.
               88  CS-IS-OPEN                      VALUE "O".
               88  CS-IS-NO-ACTION                 VALUE "N".
               88  CS-IS-REPORT-FILED              VALUE "R".
           03  CS-DISP-BY              PIC X(10).
           03  CS-DISP-DATE            PIC 9(8).
           03  CS-NOTES.
               05  CS-NOTE-LINE        PIC X(60) OCCURS 3 TIMES.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-RULES-STATUS             PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-CASE-STATUS              PIC XX.
       01  WS-REL-OPEN-FLAG            PIC X VALUE "N".
           88  WS-REL-OPEN                   VALUE "Y".
       01  WS-REL-EOF-FLAG             PIC X VALUE "N".
           88  WS-REL-EOF                    VALUE "Y".
       01  WS-CASE-EOF-FLAG            PIC X VALUE "N".
           88  WS-CASE-EOF                   VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-RUN-DAYNUM               PIC 9(7).

      *    THE ACTIVE RULES, AND WHERE EACH KNOWN RULE SITS IN THE
      *    TABLE (ZERO WHEN THE RULE IS MISSING OR SWITCHED OFF).
       01  WS-RULE-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-RULE-IDX                 PIC 9(2).
       01  WS-RULE-TABLE.
           03  WS-RULE OCCURS 10 TIMES.
               05  WS-RL-ID            PIC X(4).
               05  WS-RL-WINDOW        PIC 9(3).
               05  WS-RL-PARM          PIC 9(3).
               05  WS-RL-AMT-LOW       PIC 9(7)V99.
               05  WS-RL-AMT-HIGH      PIC 9(7)V99.
               05  WS-RL-PCT           PIC 9(3).
               05  WS-RL-MIN-CNT       PIC 9(2).
               05  WS-RL-SCORE         PIC 9(3).
               05  WS-RL-FIRED         PIC X.
       01  WS-STRC-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-RAPD-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-JUMP-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-NEWA-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-DORM-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-CASE-SCORE               PIC 9(3) VALUE 999.
       01  WS-CASE-FOUND-FLAG          PIC X VALUE "N".
           88  WS-CASE-ROW-FOUND             VALUE "Y".

      *    HOW FAR BACK THE HISTORY IS TABLED, AND THE LONGEST
      *    WINDOW ANY RULE SCORES OVER (A CASE OPENED INSIDE IT
      *    ALREADY COVERS TONIGHT'S ACTIVITY).
       01  WS-LOOKBACK-DAYS            PIC 9(4) VALUE ZERO.
       01  WS-MAX-WINDOW               PIC 9(3) VALUE ZERO.
       01  WS-LOAD-FROM-DAYNUM         PIC 9(7).

      *    EVERY ACCOUNT WITH ACTIVITY IN THE LOOKBACK.
       01  WS-ACT-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-ACT-IDX                  PIC 9(4).
       01  WS-CUR-ACT-IDX              PIC 9(4).
       01  WS-ACT-FULL-FLAG            PIC X VALUE "N".
           88  WS-ACT-FULL                   VALUE "Y".
       01  WS-ACT-TABLE.
           03  WS-ACT OCCURS 1000 TIMES.
               05  WS-ACT-NUM          PIC X(5).
               05  WS-ACT-OPEN-DAYNUM  PIC 9(7).
               05  WS-ACT-REACT-DAYNUM PIC 9(7).
               05  WS-ACT-MINE         PIC X.
                   88  WS-ACT-IS-MINE            VALUE "Y".

      *    EVERY OWNER OF THOSE ACCOUNTS - PRIMARY AND JOINT.
       01  WS-CUS-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-CUS-IDX                  PIC 9(4).
       01  WS-CUS-KEY                  PIC X(5).
       01  WS-CUS-FOUND-FLAG           PIC X VALUE "N".
           88  WS-CUS-FOUND                  VALUE "Y".
       01  WS-CUS-TABLE.
           03  WS-CUS-NUM              PIC X(5) OCCURS 1000 TIMES.

       01  WS-OWN-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-OWN-IDX                  PIC 9(4).
       01  WS-OWN-TABLE.
           03  WS-OWN OCCURS 2000 TIMES.
               05  WS-OWN-CUS-IDX      PIC 9(4).
               05  WS-OWN-ACT-IDX      PIC 9(4).

      *    THE POSTINGS THEMSELVES, AS DAY NUMBERS SO WINDOWS ARE
      *    SIMPLE SUBTRACTION.
       01  WS-TX-CNT                   PIC 9(4) VALUE ZERO.
       01  WS-TX-IDX                   PIC 9(4).
       01  WS-TX-IDX-2                 PIC 9(4).
       01  WS-TX-FULL-FLAG             PIC X VALUE "N".
           88  WS-TX-FULL                    VALUE "Y".
       01  WS-TX-TABLE.
           03  WS-TX OCCURS 5000 TIMES.
               05  WS-TX-ACT-IDX       PIC 9(4).
               05  WS-TX-DAYNUM        PIC 9(7).
               05  WS-TX-TYPE          PIC X.
                   88  WS-TX-IS-DEPOSIT          VALUE "D".
                   88  WS-TX-IS-OUTFLOW          VALUE "W" "X".
               05  WS-TX-AMT           PIC 9(6)V99.

       01  WS-PREV-ACC                 PIC X(5) VALUE SPACES.
       01  WS-PREV-DAYNUM              PIC 9(7) VALUE ZERO.
       01  WS-YTD-DATE                 PIC 9(8).
       01  WS-YTD-DAYNUM               PIC 9(7).

      *    ONE CUSTOMER'S TALLIES AGAINST EACH RULE.
       01  WS-AGE-DAYS                 PIC 9(7).
       01  WS-STRC-DEP-CNT             PIC 9(4).
       01  WS-STRC-DEP-AMT             PIC 9(9)V99.
       01  WS-STRC-WDL-CNT             PIC 9(4).
       01  WS-STRC-WDL-AMT             PIC 9(9)V99.
       01  WS-JUMP-CUR-AMT             PIC 9(9)V99.
       01  WS-JUMP-BASE-AMT            PIC 9(9)V99.
       01  WS-JUMP-BASE-CNT            PIC 9(4).
       01  WS-NEWA-AMT                 PIC 9(9)V99.
       01  WS-NEWA-CNT                 PIC 9(4).
       01  WS-DORM-AMT                 PIC 9(9)V99.
       01  WS-DORM-CNT                 PIC 9(4).
       01  WS-WIN-DEP-AMT              PIC 9(9)V99.
       01  WS-WIN-OUT-AMT              PIC 9(9)V99.
       01  WS-RAPD-LOW                 PIC 9(9)V99.
       01  WS-RAPD-HIGH                PIC 9(9)V99.
       01  WS-JUMP-LEFT                PIC 9(13)V99.
       01  WS-JUMP-RIGHT               PIC 9(13)V99.
       01  WS-RAPD-HIT-FLAG            PIC X.
           88  WS-RAPD-HIT                   VALUE "Y".
       01  WS-CUS-SCORE                PIC 9(3).
       01  WS-FIRED-CNT                PIC 9.

       01  WS-NEXT-CASE-NUM            PIC 9(6) VALUE ZERO.
       01  WS-HAS-CASE-FLAG            PIC X.
           88  WS-HAS-CASE                   VALUE "Y".
       01  WS-HAS-CASE-NUM             PIC 9(6).
       01  WS-HAS-CASE-OPEN-FLAG       PIC X.
           88  WS-HAS-CASE-OPEN              VALUE "Y".
       01  WS-CASE-OPEN-DAYNUM         PIC 9(7).
       01  WS-CUS-NAME                 PIC X(20).

       01  WS-ALERT-ROW.
           03  AR-CUST-KEY             PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  AR-CUST-NAME            PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  AR-RULES                PIC X(24).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  AR-SCORE                PIC ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  AR-ACTION               PIC X(30).

       01  WS-ALERT-DETAIL-ROW.
           03  FILLER                  PIC X(9)  VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "DEPOSITS".
           03  AD-DEP                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "OUTFLOWS".
           03  AD-OUT                  PIC ZZ,ZZZ,ZZ9.99.

       01  WS-COL-HDR-ROW.
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(22) VALUE "NAME".
           03  FILLER                  PIC X(24) VALUE "RULES TRIPPED".
           03  FILLER                  PIC X(6)  VALUE "SCORE".
           03  FILLER                  PIC X(30) VALUE "ACTION".

       01  WS-RULE-LIST-ROW.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  RL-ROW-ID               PIC X(4).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  RL-ROW-DESC             PIC X(30).
           03  FILLER                  PIC X(8)  VALUE "  SCORE ".
           03  RL-ROW-SCORE            PIC ZZ9.

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(30).
           03  TOT-CNT                 PIC ZZZZZZ9.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-TXN-MONITOR".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-ALERT-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-CASE-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-COVERED-CNTR             PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-ALERT-HEADER.
           PERFORM 110-LOAD-RULES.
           IF WS-RULE-CNT = ZERO OR WS-CASE-SCORE = 999
               DISPLAY "*** NO ACTIVE RULES OR NO CASE ROW ON "
                   "DSB-MON-RULES.TXT - NOTHING MONITORED ***"
               MOVE "NO ACTIVE MONITORING RULES - NOTHING SCORED"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-STEP-RC
           ELSE
               PERFORM 130-PRINT-RULES
               OPEN INPUT MST-IN
               OPEN INPUT CUST-MST-IN
               OPEN INPUT REL-IN
               IF WS-REL-STATUS = "00"
                   MOVE "Y" TO WS-REL-OPEN-FLAG
               END-IF
               PERFORM 200-LOAD-HISTORY
               PERFORM 140-OPEN-CASE-FILE
               PERFORM 300-SCORE-CUSTOMER
                   VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-CNT
               CLOSE CASE-FILE
               CLOSE MST-IN
               CLOSE CUST-MST-IN
               IF WS-REL-OPEN
                   CLOSE REL-IN
               END-IF
               PERFORM 500-PRINT-TOTALS
           END-IF.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "POSTINGS EXAMINED    = " WS-TX-CNT.
           DISPLAY "CUSTOMERS SCORED     = " WS-CUS-CNT.
           DISPLAY "CUSTOMERS ALERTED    = " WS-ALERT-CNTR.
           DISPLAY "CASES OPENED         = " WS-CASE-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-CASE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
      *    ONLY ACTIVE ROWS ARE TABLED. THE HISTORY LOOKBACK IS THE
      *    LONGEST WINDOW, PLUS THE BASELINE FOR THE JUMP RULE AND
      *    THE OUTFLOW DAYS FOR THE RAPID-MOVEMENT RULE.

       110-LOAD-RULES.
           OPEN INPUT RULES-IN.
           IF WS-RULES-STATUS = "35"
               DISPLAY "DSB-MON-RULES.TXT NOT FOUND"
           ELSE
               READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF MR-IS-ACTIVE
                       PERFORM 115-TABLE-RULE
                   END-IF
                   READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE RULES-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       115-TABLE-RULE.
           IF MR-RULE-ID = "CASE"
               MOVE MR-SCORE TO WS-CASE-SCORE
           ELSE
               IF WS-RULE-CNT < 10
                   ADD 1 TO WS-RULE-CNT
                   MOVE WS-RULE-CNT TO WS-RULE-IDX
                   MOVE MR-RULE-ID TO WS-RL-ID(WS-RULE-IDX)
                   MOVE MR-WINDOW-DAYS TO WS-RL-WINDOW(WS-RULE-IDX)
                   MOVE MR-PARM-DAYS TO WS-RL-PARM(WS-RULE-IDX)
                   MOVE MR-AMT-LOW TO WS-RL-AMT-LOW(WS-RULE-IDX)
                   MOVE MR-AMT-HIGH TO WS-RL-AMT-HIGH(WS-RULE-IDX)
                   MOVE MR-PCT TO WS-RL-PCT(WS-RULE-IDX)
                   MOVE MR-MIN-CNT TO WS-RL-MIN-CNT(WS-RULE-IDX)
                   MOVE MR-SCORE TO WS-RL-SCORE(WS-RULE-IDX)
                   EVALUATE MR-RULE-ID
                       WHEN "STRC"
                           MOVE WS-RULE-IDX TO WS-STRC-IDX
                       WHEN "RAPD"
                           MOVE WS-RULE-IDX TO WS-RAPD-IDX
                       WHEN "JUMP"
                           MOVE WS-RULE-IDX TO WS-JUMP-IDX
                       WHEN "NEWA"
                           MOVE WS-RULE-IDX TO WS-NEWA-IDX
                       WHEN "DORM"
                           MOVE WS-RULE-IDX TO WS-DORM-IDX
                       WHEN OTHER
                           DISPLAY "UNKNOWN RULE " MR-RULE-ID
                               " ON DSB-MON-RULES.TXT - IGNORED"
                           SUBTRACT 1 FROM WS-RULE-CNT
                   END-EVALUATE
               ELSE
                   DISPLAY "*** RULES TABLE FULL AT 10 - "
                       MR-RULE-ID " IGNORED ***"
               END-IF
           END-IF.
           IF MR-WINDOW-DAYS > WS-MAX-WINDOW
               MOVE MR-WINDOW-DAYS TO WS-MAX-WINDOW
           END-IF.
           IF MR-WINDOW-DAYS > WS-LOOKBACK-DAYS
               MOVE MR-WINDOW-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF MR-RULE-ID = "JUMP" OR "RAPD"
               IF MR-WINDOW-DAYS + MR-PARM-DAYS > WS-LOOKBACK-DAYS
                   COMPUTE WS-LOOKBACK-DAYS =
                       MR-WINDOW-DAYS + MR-PARM-DAYS
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-ALERT-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "TRANSACTION MONITORING - PATTERN ALERTS" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE RULES IN FORCE ARE PRINTED WITH EVERY RUN SO THE
      *    REPORT SHOWS THE EXAMINER WHAT WAS BEING LOOKED FOR.

       130-PRINT-RULES.
           MOVE "RULES IN FORCE" TO RPT-REC.
           WRITE RPT-REC.
           OPEN INPUT RULES-IN.
           READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               IF MR-IS-ACTIVE
                   MOVE MR-RULE-ID TO RL-ROW-ID
                   MOVE MR-DESC TO RL-ROW-DESC
                   MOVE MR-SCORE TO RL-ROW-SCORE
                   WRITE RPT-REC FROM WS-RULE-LIST-ROW
               END-IF
               READ RULES-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE RULES-IN.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-ROW.

      *-----------------------------------------------------------------*
      *    THE NEXT CASE NUMBER FOLLOWS THE HIGHEST ON FILE.

       140-OPEN-CASE-FILE.
           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
           MOVE "N" TO WS-CASE-EOF-FLAG.
           MOVE ZERO TO CS-CASE-NUM.
           START CASE-FILE KEY NOT < CS-CASE-NUM
               INVALID KEY MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START.
           IF NOT WS-CASE-EOF
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-CASE-EOF
               MOVE CS-CASE-NUM TO WS-NEXT-CASE-NUM
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-NUM.

      *-----------------------------------------------------------------*
      *    THE DETAIL IS KEYED ACCOUNT/DATE/SEQUENCE, SO ONE PASS SEES
      *    EACH ACCOUNT'S POSTINGS IN ORDER. THE GAP SINCE THE
      *    ACCOUNT'S PREVIOUS CUSTOMER-DRIVEN POSTING IS MEASURED ON
      *    THE WAY THROUGH FOR THE DORMANCY RULE, SO POSTINGS OLDER
      *    THAN THE LOOKBACK STILL COUNT TOWARD IT.

       200-LOAD-HISTORY.
           COMPUTE WS-LOAD-FROM-DAYNUM =
               WS-RUN-DAYNUM - WS-LOOKBACK-DAYS + 1.
           OPEN INPUT YTD-IN.
           IF WS-YTD-STATUS = "35"
               DISPLAY "MT-YTD-TRANS-DETAIL.TXT NOT FOUND - NOTHING "
                   "TO MONITOR"
           ELSE
               MOVE LOW-VALUES TO YTD-KEY
               START YTD-IN KEY NOT < YTD-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ YTD-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   IF YTD-IS-DEPOSIT OR YTD-IS-WITHDRAWAL
                       OR YTD-IS-XFER-OUT OR YTD-IS-XFER-IN
                       PERFORM 210-TAKE-POSTING
                   END-IF
                   READ YTD-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE YTD-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-TX-FULL
               DISPLAY "*** POSTING TABLE FULL AT 5000 - LATER "
                   "ACCOUNTS NOT FULLY SCORED ***"
           END-IF.
           IF WS-ACT-FULL
               DISPLAY "*** ACCOUNT TABLE FULL AT 1000 - LATER "
                   "ACCOUNTS NOT SCORED ***"
           END-IF.

      *-----------------------------------------------------------------*

       210-TAKE-POSTING.
           IF YTD-ACC-NUM NOT = WS-PREV-ACC
               MOVE YTD-ACC-NUM TO WS-PREV-ACC
               MOVE ZERO TO WS-PREV-DAYNUM
               MOVE ZERO TO WS-CUR-ACT-IDX
           END-IF.
           COMPUTE WS-YTD-DATE =
               (YTD-YR * 10000) + (YTD-MNTH * 100) + YTD-DY.
           COMPUTE WS-YTD-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-YTD-DATE).
           IF WS-YTD-DAYNUM >= WS-LOAD-FROM-DAYNUM
               AND WS-YTD-DAYNUM <= WS-RUN-DAYNUM
               IF WS-CUR-ACT-IDX = ZERO
                   PERFORM 220-ADD-ACCOUNT
               END-IF
               IF WS-CUR-ACT-IDX > ZERO
                   IF WS-DORM-IDX > ZERO AND WS-PREV-DAYNUM > ZERO
                       AND WS-YTD-DAYNUM - WS-PREV-DAYNUM
                           >= WS-RL-PARM(WS-DORM-IDX)
                       MOVE WS-YTD-DAYNUM
                           TO WS-ACT-REACT-DAYNUM(WS-CUR-ACT-IDX)
                   END-IF
                   IF NOT YTD-IS-XFER-IN
                       PERFORM 215-TABLE-POSTING
                   END-IF
               END-IF
           END-IF.
           MOVE WS-YTD-DAYNUM TO WS-PREV-DAYNUM.

      *-----------------------------------------------------------------*
      *    A TRANSFER IN IS THE OTHER HALF OF SOMEONE'S TRANSFER OUT,
      *    SO IT IS NOT TABLED - IT WOULD COUNT THE SAME MONEY TWICE.

       215-TABLE-POSTING.
           IF WS-TX-CNT < 5000
               ADD 1 TO WS-TX-CNT
               MOVE WS-CUR-ACT-IDX TO WS-TX-ACT-IDX(WS-TX-CNT)
               MOVE WS-YTD-DAYNUM TO WS-TX-DAYNUM(WS-TX-CNT)
               MOVE YTD-TYPE TO WS-TX-TYPE(WS-TX-CNT)
               MOVE YTD-AMNT TO WS-TX-AMT(WS-TX-CNT)
           ELSE
               MOVE "Y" TO WS-TX-FULL-FLAG
           END-IF.

      *-----------------------------------------------------------------*
      *    THE OWNERS ARE FOUND THE SAME WAY DSB-LARGE-CASH FINDS
      *    THEM - THE MASTER CUSTOMER (OR THE ACCOUNT ITSELF WHEN
      *    UNLINKED) PLUS EVERY JOINT OWNER ON DSB-ACCT-REL.TXT.

       220-ADD-ACCOUNT.
           IF WS-ACT-CNT >= 1000
               MOVE "Y" TO WS-ACT-FULL-FLAG
           ELSE
               ADD 1 TO WS-ACT-CNT
               MOVE WS-ACT-CNT TO WS-CUR-ACT-IDX
               MOVE YTD-ACC-NUM TO WS-ACT-NUM(WS-CUR-ACT-IDX)
               MOVE ZERO TO WS-ACT-OPEN-DAYNUM(WS-CUR-ACT-IDX)
               MOVE ZERO TO WS-ACT-REACT-DAYNUM(WS-CUR-ACT-IDX)
               MOVE YTD-ACC-NUM TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY
                       MOVE SPACES TO CUST-NUM-IN
                       MOVE ZERO TO ACC-OPEN-DATE-IN
               END-READ
               IF ACC-OPEN-DATE-IN > ZERO
                   COMPUTE WS-ACT-OPEN-DAYNUM(WS-CUR-ACT-IDX) =
                       FUNCTION INTEGER-OF-DATE(ACC-OPEN-DATE-IN)
               END-IF
               IF CUST-NUM-IN = SPACES
                   MOVE YTD-ACC-NUM TO WS-CUS-KEY
               ELSE
                   MOVE CUST-NUM-IN TO WS-CUS-KEY
               END-IF
               PERFORM 230-ADD-OWNER
               IF WS-REL-OPEN
                   PERFORM 225-ADD-JOINT-OWNERS
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       225-ADD-JOINT-OWNERS.
           MOVE "N" TO WS-REL-EOF-FLAG.
           MOVE YTD-ACC-NUM TO REL-ACC-NUM.
           MOVE LOW-VALUES TO REL-CUST-NUM.
           START REL-IN KEY NOT < REL-KEY
               INVALID KEY MOVE "Y" TO WS-REL-EOF-FLAG
           END-START.
           IF NOT WS-REL-EOF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-REL-EOF OR REL-ACC-NUM NOT = YTD-ACC-NUM
               IF REL-IS-JOINT AND REL-CUST-NUM NOT = CUST-NUM-IN
                   MOVE REL-CUST-NUM TO WS-CUS-KEY
                   PERFORM 230-ADD-OWNER
               END-IF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       230-ADD-OWNER.
           MOVE "N" TO WS-CUS-FOUND-FLAG.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-FOUND OR WS-CUS-IDX > WS-CUS-CNT
               IF WS-CUS-NUM(WS-CUS-IDX) = WS-CUS-KEY
                   MOVE "Y" TO WS-CUS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-CUS-FOUND
               SUBTRACT 1 FROM WS-CUS-IDX
           ELSE
               IF WS-CUS-CNT < 1000
                   ADD 1 TO WS-CUS-CNT
                   MOVE WS-CUS-CNT TO WS-CUS-IDX
                   MOVE WS-CUS-KEY TO WS-CUS-NUM(WS-CUS-IDX)
                   MOVE "Y" TO WS-CUS-FOUND-FLAG
               ELSE
                   DISPLAY "*** CUSTOMER TABLE FULL AT 1000 - "
                       WS-CUS-KEY " NOT SCORED ***"
               END-IF
           END-IF.
           IF WS-CUS-FOUND
               IF WS-OWN-CNT < 2000
                   ADD 1 TO WS-OWN-CNT
                   MOVE WS-CUS-IDX TO WS-OWN-CUS-IDX(WS-OWN-CNT)
                   MOVE WS-CUR-ACT-IDX TO WS-OWN-ACT-IDX(WS-OWN-CNT)
               ELSE
                   DISPLAY "*** OWNER TABLE FULL AT 2000 - "
                       WS-CUS-KEY " NOT SCORED ON " YTD-ACC-NUM
                       " ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    EACH CUSTOMER IS SCORED OVER THE POSTINGS OF EVERY ACCOUNT
      *    THEY OWN. A CUSTOMER TRIPPING ANY RULE IS LISTED; ONE
      *    REACHING THE CASE SCORE OPENS A CASE.

       300-SCORE-CUSTOMER.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-CNT
               MOVE "N" TO WS-ACT-MINE(WS-ACT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-CNT
               IF WS-OWN-CUS-IDX(WS-OWN-IDX) = WS-CUS-IDX
                   MOVE "Y" TO WS-ACT-MINE(WS-OWN-ACT-IDX(WS-OWN-IDX))
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
               MOVE "N" TO WS-RL-FIRED(WS-RULE-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-STRC-DEP-CNT WS-STRC-DEP-AMT
               WS-STRC-WDL-CNT WS-STRC-WDL-AMT
               WS-JUMP-CUR-AMT WS-JUMP-BASE-AMT WS-JUMP-BASE-CNT
               WS-NEWA-AMT WS-NEWA-CNT WS-DORM-AMT WS-DORM-CNT
               WS-WIN-DEP-AMT WS-WIN-OUT-AMT.
           MOVE "N" TO WS-RAPD-HIT-FLAG.
           PERFORM 310-TALLY-POSTING
               VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-CNT.
           PERFORM 350-APPLY-RULES.
           IF WS-CUS-SCORE > ZERO
               PERFORM 400-REPORT-CUSTOMER
           END-IF.

      *-----------------------------------------------------------------*

       310-TALLY-POSTING.
           IF WS-ACT-IS-MINE(WS-TX-ACT-IDX(WS-TX-IDX))
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAYNUM - WS-TX-DAYNUM(WS-TX-IDX)
               IF WS-AGE-DAYS < WS-MAX-WINDOW
                   IF WS-TX-IS-DEPOSIT(WS-TX-IDX)
                       ADD WS-TX-AMT(WS-TX-IDX) TO WS-WIN-DEP-AMT
                   ELSE
                       ADD WS-TX-AMT(WS-TX-IDX) TO WS-WIN-OUT-AMT
                   END-IF
               END-IF
               IF WS-STRC-IDX > ZERO
                   PERFORM 320-TALLY-STRUCTURING
               END-IF
               IF WS-RAPD-IDX > ZERO AND NOT WS-RAPD-HIT
                   PERFORM 330-CHECK-RAPID-MOVEMENT
               END-IF
               IF WS-JUMP-IDX > ZERO
                   PERFORM 340-TALLY-JUMP
               END-IF
               IF WS-NEWA-IDX > ZERO
                   PERFORM 345-TALLY-NEW-ACCOUNT
               END-IF
               IF WS-DORM-IDX > ZERO
                   PERFORM 348-TALLY-DORMANT
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    CASH ITEMS AT OR OVER THE LOW AMOUNT BUT UNDER THE
      *    REPORTING THRESHOLD (THE HIGH AMOUNT), COUNTED EACH SIDE.

       320-TALLY-STRUCTURING.
           IF WS-AGE-DAYS < WS-RL-WINDOW(WS-STRC-IDX)
               AND WS-TX-AMT(WS-TX-IDX) >= WS-RL-AMT-LOW(WS-STRC-IDX)
               AND WS-TX-AMT(WS-TX-IDX) < WS-RL-AMT-HIGH(WS-STRC-IDX)
               EVALUATE TRUE
                   WHEN WS-TX-IS-DEPOSIT(WS-TX-IDX)
                       ADD 1 TO WS-STRC-DEP-CNT
                       ADD WS-TX-AMT(WS-TX-IDX) TO WS-STRC-DEP-AMT
                   WHEN WS-TX-TYPE(WS-TX-IDX) = "W"
                       ADD 1 TO WS-STRC-WDL-CNT
                       ADD WS-TX-AMT(WS-TX-IDX) TO WS-STRC-WDL-AMT
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------*
      *    A DEPOSIT IN THE WINDOW OF AT LEAST THE LOW AMOUNT, AND AN
      *    OUTFLOW FROM ANY OF THE CUSTOMER'S ACCOUNTS WITHIN PARM
      *    DAYS AFTER IT THAT IS WITHIN PCT PERCENT OF THE SAME SIZE.

       330-CHECK-RAPID-MOVEMENT.
           IF WS-TX-IS-DEPOSIT(WS-TX-IDX)
               AND WS-AGE-DAYS < WS-RL-WINDOW(WS-RAPD-IDX)
               AND WS-TX-AMT(WS-TX-IDX) >= WS-RL-AMT-LOW(WS-RAPD-IDX)
               COMPUTE WS-RAPD-LOW = WS-TX-AMT(WS-TX-IDX)
                   * WS-RL-PCT(WS-RAPD-IDX) / 100
               COMPUTE WS-RAPD-HIGH = WS-TX-AMT(WS-TX-IDX)
                   * (200 - WS-RL-PCT(WS-RAPD-IDX)) / 100
               PERFORM VARYING WS-TX-IDX-2 FROM 1 BY 1
                       UNTIL WS-TX-IDX-2 > WS-TX-CNT OR WS-RAPD-HIT
                   IF WS-ACT-IS-MINE(WS-TX-ACT-IDX(WS-TX-IDX-2))
                       AND WS-TX-IS-OUTFLOW(WS-TX-IDX-2)
                       AND WS-TX-DAYNUM(WS-TX-IDX-2)
                           >= WS-TX-DAYNUM(WS-TX-IDX)
                       AND WS-TX-DAYNUM(WS-TX-IDX-2)
                           <= WS-TX-DAYNUM(WS-TX-IDX)
                              + WS-RL-PARM(WS-RAPD-IDX)
                       AND WS-TX-AMT(WS-TX-IDX-2) >= WS-RAPD-LOW
                       AND WS-TX-AMT(WS-TX-IDX-2) <= WS-RAPD-HIGH
                       MOVE "Y" TO WS-RAPD-HIT-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*
      *    ACTIVITY IN THE WINDOW AGAINST THE PARM DAYS BEFORE IT.

       340-TALLY-JUMP.
           IF WS-AGE-DAYS < WS-RL-WINDOW(WS-JUMP-IDX)
               ADD WS-TX-AMT(WS-TX-IDX) TO WS-JUMP-CUR-AMT
           ELSE
               IF WS-AGE-DAYS < WS-RL-WINDOW(WS-JUMP-IDX)
                                + WS-RL-PARM(WS-JUMP-IDX)
                   ADD WS-TX-AMT(WS-TX-IDX) TO WS-JUMP-BASE-AMT
                   ADD 1 TO WS-JUMP-BASE-CNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       345-TALLY-NEW-ACCOUNT.
           IF WS-AGE-DAYS < WS-RL-WINDOW(WS-NEWA-IDX)
               AND WS-ACT-OPEN-DAYNUM(WS-TX-ACT-IDX(WS-TX-IDX)) > ZERO
               AND WS-RUN-DAYNUM
                   - WS-ACT-OPEN-DAYNUM(WS-TX-ACT-IDX(WS-TX-IDX))
                   < WS-RL-PARM(WS-NEWA-IDX)
               ADD 1 TO WS-NEWA-CNT
               ADD WS-TX-AMT(WS-TX-IDX) TO WS-NEWA-AMT
           END-IF.

      *-----------------------------------------------------------------*
      *    ACTIVITY IN THE WINDOW ON AN ACCOUNT WHOSE DORMANCY WAS
      *    BROKEN INSIDE THE WINDOW.

       348-TALLY-DORMANT.
           IF WS-AGE-DAYS < WS-RL-WINDOW(WS-DORM-IDX)
               AND WS-ACT-REACT-DAYNUM(WS-TX-ACT-IDX(WS-TX-IDX))
                   > ZERO
               AND WS-RUN-DAYNUM
                   - WS-ACT-REACT-DAYNUM(WS-TX-ACT-IDX(WS-TX-IDX))
                   < WS-RL-WINDOW(WS-DORM-IDX)
               ADD 1 TO WS-DORM-CNT
               ADD WS-TX-AMT(WS-TX-IDX) TO WS-DORM-AMT
           END-IF.

      *-----------------------------------------------------------------*
      *    THE JUMP TEST IS CURRENT > BASELINE AVERAGE * PCT / 100,
      *    WITH THE AVERAGE TAKEN PER WINDOW-LENGTH PERIOD, CROSS-
      *    MULTIPLIED SO NOTHING IS LOST TO ROUNDING. A CUSTOMER WITH
      *    NO BASELINE AT ALL IS LEFT TO THE NEW-ACCOUNT RULE.

       350-APPLY-RULES.
           IF WS-STRC-IDX > ZERO
               IF (WS-STRC-DEP-CNT >= WS-RL-MIN-CNT(WS-STRC-IDX)
                   AND WS-STRC-DEP-AMT >= WS-RL-AMT-HIGH(WS-STRC-IDX))
                OR (WS-STRC-WDL-CNT >= WS-RL-MIN-CNT(WS-STRC-IDX)
                   AND WS-STRC-WDL-AMT >= WS-RL-AMT-HIGH(WS-STRC-IDX))
                   MOVE "Y" TO WS-RL-FIRED(WS-STRC-IDX)
               END-IF
           END-IF.
           IF WS-RAPD-IDX > ZERO AND WS-RAPD-HIT
               MOVE "Y" TO WS-RL-FIRED(WS-RAPD-IDX)
           END-IF.
           IF WS-JUMP-IDX > ZERO AND WS-JUMP-BASE-CNT > ZERO
               AND WS-JUMP-CUR-AMT >= WS-RL-AMT-LOW(WS-JUMP-IDX)
               COMPUTE WS-JUMP-LEFT = WS-JUMP-CUR-AMT
                   * WS-RL-PARM(WS-JUMP-IDX) * 100
               COMPUTE WS-JUMP-RIGHT = WS-JUMP-BASE-AMT
                   * WS-RL-WINDOW(WS-JUMP-IDX) * WS-RL-PCT(WS-JUMP-IDX)
               IF WS-JUMP-LEFT > WS-JUMP-RIGHT
                   MOVE "Y" TO WS-RL-FIRED(WS-JUMP-IDX)
               END-IF
           END-IF.
           IF WS-NEWA-IDX > ZERO AND WS-NEWA-CNT > ZERO
               AND WS-NEWA-AMT >= WS-RL-AMT-LOW(WS-NEWA-IDX)
               MOVE "Y" TO WS-RL-FIRED(WS-NEWA-IDX)
           END-IF.
           IF WS-DORM-IDX > ZERO AND WS-DORM-CNT > ZERO
               AND WS-DORM-AMT >= WS-RL-AMT-LOW(WS-DORM-IDX)
               MOVE "Y" TO WS-RL-FIRED(WS-DORM-IDX)
           END-IF.
           MOVE ZERO TO WS-CUS-SCORE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
               IF WS-RL-FIRED(WS-RULE-IDX) = "Y"
                   IF WS-CUS-SCORE + WS-RL-SCORE(WS-RULE-IDX) > 999
                       MOVE 999 TO WS-CUS-SCORE
                   ELSE
                       ADD WS-RL-SCORE(WS-RULE-IDX) TO WS-CUS-SCORE
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       400-REPORT-CUSTOMER.
           ADD 1 TO WS-ALERT-CNTR.
           MOVE WS-CUS-NUM(WS-CUS-IDX) TO CUST-NUM-MST.
           READ CUST-MST-IN
               INVALID KEY
                   MOVE "** NO CUSTOMER LINK **" TO WS-CUS-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME-MST TO WS-CUS-NAME
           END-READ.
           MOVE WS-CUS-NUM(WS-CUS-IDX) TO AR-CUST-KEY.
           MOVE WS-CUS-NAME TO AR-CUST-NAME.
           MOVE WS-CUS-SCORE TO AR-SCORE.
           MOVE SPACES TO AR-RULES.
           MOVE ZERO TO WS-FIRED-CNT.
           MOVE SPACES TO CS-RULES-HIT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
               IF WS-RL-FIRED(WS-RULE-IDX) = "Y" AND WS-FIRED-CNT < 5
                   ADD 1 TO WS-FIRED-CNT
                   MOVE WS-RL-ID(WS-RULE-IDX)
                       TO CS-RULE-ID(WS-FIRED-CNT)
               END-IF
           END-PERFORM.
           STRING CS-RULE-ID(1) " " CS-RULE-ID(2) " "
               CS-RULE-ID(3) " " CS-RULE-ID(4) " "
               CS-RULE-ID(5) DELIMITED BY SIZE
               INTO AR-RULES
           END-STRING.
           IF WS-CUS-SCORE < WS-CASE-SCORE
               MOVE "BELOW CASE SCORE - WATCH" TO AR-ACTION
           ELSE
               PERFORM 410-CHECK-EXISTING-CASE
               EVALUATE TRUE
                   WHEN WS-HAS-CASE-OPEN
                       ADD 1 TO WS-COVERED-CNTR
                       MOVE SPACES TO AR-ACTION
                       STRING "CASE " WS-HAS-CASE-NUM
                           " ALREADY OPEN" DELIMITED BY SIZE
                           INTO AR-ACTION
                       END-STRING
                   WHEN WS-HAS-CASE
                       ADD 1 TO WS-COVERED-CNTR
                       MOVE SPACES TO AR-ACTION
                       STRING "CASE " WS-HAS-CASE-NUM
                           " WORKED IN WINDOW" DELIMITED BY SIZE
                           INTO AR-ACTION
                       END-STRING
                   WHEN OTHER
                       PERFORM 420-OPEN-CASE
               END-EVALUATE
           END-IF.
           WRITE RPT-REC FROM WS-ALERT-ROW.
           MOVE WS-WIN-DEP-AMT TO AD-DEP.
           MOVE WS-WIN-OUT-AMT TO AD-OUT.
           WRITE RPT-REC FROM WS-ALERT-DETAIL-ROW.

      *-----------------------------------------------------------------*
      *    A CASE STILL OPEN ALREADY COVERS THE CUSTOMER; SO DOES ONE
      *    OPENED INSIDE THE LONGEST WINDOW, SINCE THE SAME POSTINGS
      *    WOULD OTHERWISE RAISE A NEW CASE EVERY NIGHT UNTIL THEY
      *    AGE OUT.

       410-CHECK-EXISTING-CASE.
           MOVE "N" TO WS-HAS-CASE-FLAG.
           MOVE "N" TO WS-HAS-CASE-OPEN-FLAG.
           MOVE "N" TO WS-CASE-EOF-FLAG.
           MOVE WS-CUS-NUM(WS-CUS-IDX) TO CS-CUST-KEY.
           START CASE-FILE KEY = CS-CUST-KEY
               INVALID KEY MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START.
           IF NOT WS-CASE-EOF
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-CASE-EOF OR WS-HAS-CASE-OPEN
                   OR CS-CUST-KEY NOT = WS-CUS-NUM(WS-CUS-IDX)
               COMPUTE WS-CASE-OPEN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(CS-OPEN-DATE)
               IF CS-IS-OPEN
                   MOVE "Y" TO WS-HAS-CASE-OPEN-FLAG
                   MOVE "Y" TO WS-HAS-CASE-FLAG
                   MOVE CS-CASE-NUM TO WS-HAS-CASE-NUM
               ELSE
                   IF WS-RUN-DAYNUM - WS-CASE-OPEN-DAYNUM
                       < WS-MAX-WINDOW
                       MOVE "Y" TO WS-HAS-CASE-FLAG
                       MOVE CS-CASE-NUM TO WS-HAS-CASE-NUM
                   END-IF
               END-IF
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       420-OPEN-CASE.
           MOVE SPACES TO CASE-REC.
           MOVE WS-NEXT-CASE-NUM TO CS-CASE-NUM.
           MOVE WS-CUS-NUM(WS-CUS-IDX) TO CS-CUST-KEY.
           MOVE WS-CUS-NAME TO CS-CUST-NAME.
           MOVE WS-RUN-DATE TO CS-OPEN-DATE.
           MOVE WS-CUS-SCORE TO CS-SCORE.
           MOVE ZERO TO WS-FIRED-CNT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
               IF WS-RL-FIRED(WS-RULE-IDX) = "Y" AND WS-FIRED-CNT < 5
                   ADD 1 TO WS-FIRED-CNT
                   MOVE WS-RL-ID(WS-RULE-IDX)
                       TO CS-RULE-ID(WS-FIRED-CNT)
               END-IF
           END-PERFORM.
           MOVE WS-WIN-DEP-AMT TO CS-DEP-AMT.
           MOVE WS-WIN-OUT-AMT TO CS-OUT-AMT.
           MOVE "O" TO CS-STATUS.
           MOVE ZERO TO CS-DISP-DATE.
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY "*** CASE " CS-CASE-NUM " NOT WRITTEN ***"
                   MOVE "CASE NOT WRITTEN - SEE CONSOLE" TO AR-ACTION
               NOT INVALID KEY
                   ADD 1 TO WS-CASE-CNTR
                   ADD 1 TO WS-NEXT-CASE-NUM
                   MOVE SPACES TO AR-ACTION
                   STRING "CASE " CS-CASE-NUM " OPENED"
                       DELIMITED BY SIZE
                       INTO AR-ACTION
                   END-STRING
           END-WRITE.

      *-----------------------------------------------------------------*

       500-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-ALERT-CNTR = ZERO
               MOVE "NO CUSTOMER TRIPPED A MONITORING RULE" TO RPT-REC
               WRITE RPT-REC
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE "POSTINGS EXAMINED" TO TOT-LABEL.
           MOVE WS-TX-CNT TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "CUSTOMERS SCORED" TO TOT-LABEL.
           MOVE WS-CUS-CNT TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "CUSTOMERS ALERTED" TO TOT-LABEL.
           MOVE WS-ALERT-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "CASES OPENED" TO TOT-LABEL.
           MOVE WS-CASE-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "ALREADY UNDER A CASE" TO TOT-LABEL.
           MOVE WS-COVERED-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.

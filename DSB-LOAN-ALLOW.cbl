      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LOAN-ALLOW
      *    PURPOSE: QUARTER-END ALLOWANCE FOR LOAN LOSSES REPORT.
      *        EVERY DISBURSED LOAN'S CURRENT PRINCIPAL IS BUCKETED BY
      *        DAYS DELINQUENT ON THE DSB-LOAN-DELINQ AGING (30 PER
      *        PAST-DUE MONTH) AND EACH BUCKET IS RESERVED AT ITS
      *        PERCENT FROM THE "R" ROWS OF DSB-LOAN-LOSS-POLICY.TXT
      *        (CURRENT 1%, 30-59 5%, 60-89 25%, 90+ 50% WHEN THE FILE
      *        HAS NO RESERVE ROWS). THE TOTAL IS THE ALLOWANCE THE
      *        PORTFOLIO REQUIRES AT QUARTER END.
      *    THE QUARTER'S CHARGE-OFFS AND RECOVERIES COME FROM
      *        DSB-LOAN-CHGOFF-HIST.TXT. STARTING FROM THE ALLOWANCE
      *        BOOKED LAST QUARTER (DSB-LOAN-ALLOW-BAL.TXT), LESS
      *        CHARGE-OFFS, PLUS RECOVERIES, THE DIFFERENCE TO THE
      *        REQUIRED ALLOWANCE IS THE PROVISION ACCOUNTING BOOKS -
      *        A NEGATIVE PROVISION IS A RELEASE OF RESERVE.
      *    THE REQUIRED ALLOWANCE IS CARRIED FORWARD ON
      *        DSB-LOAN-ALLOW-BAL.TXT AS NEXT QUARTER'S STARTING
      *        POINT. A SECOND RUN IN THE SAME QUARTER STARTS AGAIN
      *        FROM THE SAME OPENING BALANCE, SO A RERUN DOES NOT
      *        DOUBLE-COUNT THE QUARTER.
      *    REPORT: DSB-LOAN-ALLOWANCE.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LOAN-ALLOW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT POLICY-FILE      ASSIGN "DSB-LOAN-LOSS-POLICY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-POLICY-STATUS.

       SELECT CHGOFF-HIST      ASSIGN "DSB-LOAN-CHGOFF-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HIST-STATUS.

       SELECT ALLOW-BAL        ASSIGN "DSB-LOAN-ALLOW-BAL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-BAL-STATUS.

       SELECT ALLOW-RPT        ASSIGN "DSB-LOAN-ALLOWANCE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-MST.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR         PIC 9999.
           03  LOAN-EXTRA-PRIN     PIC 9(7)V99.
           03  LOAN-ARM-CHG-MNTH   PIC 999.
           03  LOAN-ARM-NEW-RATE   PIC 99V999.
           03  LOAN-ANNL-TAX       PIC 9(7)V99.
           03  LOAN-ANNL-INS       PIC 9(7)V99.
           03  LOAN-QUOTE-YR       PIC 9(4).
           03  LOAN-QUOTE-MNTH     PIC 9(2).
           03  LOAN-QUOTE-DY       PIC 9(2).
           03  LOAN-OPERATOR       PIC X(10).
           03  LOAN-FUND-STATUS    PIC X.
               88  LOAN-IS-DISBURSED         VALUE "D".
           03  LOAN-ACC-NUM        PIC X(5).
           03  LOAN-LAST-DRAFT     PIC 9(6).
           03  LOAN-CUR-PRINC      PIC 9(7)V99.
           03  LOAN-INT-PAID-YR    PIC 9(7)V99.
           03  LOAN-LAST-INT       PIC 9(5)V99.
           03  LOAN-LAST-PRIN      PIC 9(7)V99.
           03  LOAN-PAID-THRU      PIC 9(6).
           03  LOAN-PD-MONTHS      PIC 9(2).
           03  LOAN-LATE-CHGS      PIC 9(5)V99.
           03  LOAN-ESCROW-BAL     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.
           03  LOAN-APP-NUM        PIC X(7).
           03  LOAN-FORB-THRU      PIC 9(6).
           03  LOAN-MOD-CNT        PIC 9(2).
           03  LOAN-CHGOFF-DATE    PIC 9(8).
           03  LOAN-CHGOFF-PRINC   PIC 9(7)V99.
           03  LOAN-CHGOFF-INT     PIC 9(7)V99.
           03  LOAN-RECOVERED      PIC 9(7)V99.
           03  LOAN-LAST-LATE      PIC 9(5)V99.

       FD  POLICY-FILE.
       01  POLICY-REC.
           03  PO-TYPE                 PIC X.
               88  PO-IS-CHGOFF              VALUE "C".
               88  PO-IS-RESERVE             VALUE "R".
           03  PO-DAYS                 PIC 9(3).
           03  PO-PCT                  PIC 9(3)V99.

       FD  CHGOFF-HIST.
       01  CHGOFF-HIST-REC.
           03  CH-DATE                 PIC 9(8).
           03  CH-TYPE                 PIC X.
               88  CH-IS-CHGOFF              VALUE "C".
               88  CH-IS-RECOVERY            VALUE "R".
           03  CH-LOAN-NUM             PIC X(7).
           03  CH-PRINC                PIC 9(7)V99.
           03  CH-INT                  PIC 9(7)V99.
           03  CH-AMOUNT               PIC 9(7)V99.
           03  CH-OPERATOR             PIC X(10).

      *    ONE RECORD - THE QUARTER LAST REPORTED (YYYYQ), THE
      *    ALLOWANCE IT OPENED WITH, AND THE ALLOWANCE IT REQUIRED.
       FD  ALLOW-BAL.
       01  ALLOW-BAL-REC.
           03  AB-QTR                  PIC 9(5).
           03  AB-OPENING              PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE.
           03  AB-REQUIRED             PIC S9(9)V99
                               SIGN IS TRAILING SEPARATE.

       FD  ALLOW-RPT.
       01  ALLOW-RPT-REC               PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-POLICY-STATUS            PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-BAL-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-CUR-YYYYMM               PIC 9(6).
       01  WS-QTR-NUM                  PIC 9.
       01  WS-QTR-KEY                  PIC 9(5).
       01  WS-QTR-FROM                 PIC 9(8).
       01  WS-QTR-THRU                 PIC 9(8).
       01  WS-QTR-FIRST-MNTH           PIC 9(2).

      *    RESERVE BUCKETS, LOWEST FLOOR FIRST. THE POLICY FILE'S
      *    "R" ROWS REPLACE THE BUILT-IN FOUR WHEN ANY ARE ON FILE.
       01  WS-BUCKET-DEFAULTS.
           03  FILLER                  PIC 9(3) VALUE 000.
           03  FILLER                  PIC 9(3)V99 VALUE 001.00.
           03  FILLER                  PIC 9(3) VALUE 030.
           03  FILLER                  PIC 9(3)V99 VALUE 005.00.
           03  FILLER                  PIC 9(3) VALUE 060.
           03  FILLER                  PIC 9(3)V99 VALUE 025.00.
           03  FILLER                  PIC 9(3) VALUE 090.
           03  FILLER                  PIC 9(3)V99 VALUE 050.00.
       01  WS-BUCKET-DEF-TBL REDEFINES WS-BUCKET-DEFAULTS.
           03  WS-BD-ENTRY OCCURS 4 TIMES.
               05  WS-BD-FLOOR         PIC 9(3).
               05  WS-BD-PCT           PIC 9(3)V99.

       01  WS-BUCKET-TABLE.
           03  WS-BK-ENTRY OCCURS 10 TIMES.
               05  WS-BK-FLOOR         PIC 9(3).
               05  WS-BK-PCT           PIC 9(3)V99.
               05  WS-BK-COUNT         PIC 9(5).
               05  WS-BK-BALANCE       PIC 9(9)V99.
               05  WS-BK-RESERVE       PIC 9(9)V99.
       01  WS-BK-CNT                   PIC 99 VALUE ZERO.
       01  WS-BK-IDX                   PIC 99.
       01  WS-BK-SLOT                  PIC 99.
       01  WS-BK-SWAP.
           03  WS-BS-FLOOR             PIC 9(3).
           03  WS-BS-PCT               PIC 9(3)V99.
       01  WS-BK-SORT-IDX              PIC 99.

       01  WS-DAYS-DELINQ              PIC 9(4).
       01  WS-TOT-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-TOT-BALANCE              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-RESERVE              PIC 9(9)V99 VALUE ZERO.
       01  WS-QTR-CHGOFFS              PIC 9(9)V99 VALUE ZERO.
       01  WS-QTR-RECOVERIES           PIC 9(9)V99 VALUE ZERO.
       01  WS-OPENING                  PIC S9(9)V99 VALUE ZERO.
       01  WS-BEFORE-PROV              PIC S9(9)V99 VALUE ZERO.
       01  WS-PROVISION                PIC S9(9)V99 VALUE ZERO.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(37) VALUE
               "ALLOWANCE FOR LOAN LOSSES - QUARTER Q".
           03  TL-QTR                  PIC 9.
           03  FILLER                  PIC X VALUE " ".
           03  TL-YEAR                 PIC 9(4).

       01  WS-COL-LINE.
           03  FILLER                  PIC X(40) VALUE
               "DAYS DELINQUENT     LOANS      PRINCIPAL".
           03  FILLER                  PIC X(30) VALUE
               "   RESERVE %        RESERVE".

       01  WS-BUCKET-LINE.
           03  BL-FLOOR                PIC ZZ9.
           03  BL-DASH                 PIC X(3).
           03  BL-CEILING              PIC X(4).
           03  FILLER                  PIC X(9) VALUE SPACES.
           03  BL-COUNT                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  BL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  BL-PCT                  PIC ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  BL-RESERVE              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CEILING                  PIC 9(3).
       01  WS-CEILING-ED               PIC ZZ9.

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(19) VALUE "TOTAL".
           03  TT-COUNT                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  TT-RESERVE              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ROLL-LINE.
           03  RL-LABEL                PIC X(45).
           03  RL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-ALLOW".
       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           COMPUTE WS-CUR-YYYYMM = (WS-RD-YR * 100) + WS-RD-MNTH.
           COMPUTE WS-QTR-NUM = ((WS-RD-MNTH - 1) / 3) + 1.
           COMPUTE WS-QTR-KEY = (WS-RD-YR * 10) + WS-QTR-NUM.
           COMPUTE WS-QTR-FIRST-MNTH = ((WS-QTR-NUM - 1) * 3) + 1.
           COMPUTE WS-QTR-FROM = (WS-RD-YR * 10000)
               + (WS-QTR-FIRST-MNTH * 100) + 1.
           COMPUTE WS-QTR-THRU = (WS-RD-YR * 10000)
               + ((WS-QTR-FIRST-MNTH + 2) * 100) + 31.
           PERFORM 110-LOAD-POLICY.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO PORTFOLIO"
           ELSE
               READ LOAN-MST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-BUCKET-LOAN UNTIL WS-EOF
               CLOSE LOAN-MST
           END-IF.
           PERFORM 300-TOTAL-QUARTER-HIST.
           PERFORM 400-ROLL-ALLOWANCE.
           PERFORM 500-PRINT-REPORT.
           PERFORM 600-CARRY-FORWARD.
           DISPLAY "REQUIRED ALLOWANCE = " WS-TOT-RESERVE.
           DISPLAY "PROVISION          = " WS-PROVISION.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TOT-COUNT
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE "R" ROWS ARE SORTED INTO FLOOR ORDER AS THEY LOAD, SO
      *    THE POLICY FILE CAN BE KEYED IN ANY ORDER.

       110-LOAD-POLICY.
           MOVE ZERO TO WS-BK-CNT.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "35"
               READ POLICY-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PO-IS-RESERVE AND WS-BK-CNT < 10
                       ADD 1 TO WS-BK-CNT
                       MOVE PO-DAYS TO WS-BK-FLOOR(WS-BK-CNT)
                       MOVE PO-PCT TO WS-BK-PCT(WS-BK-CNT)
                       PERFORM 120-SORT-NEW-BUCKET
                   END-IF
                   READ POLICY-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF.
           IF WS-BK-CNT = ZERO
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > 4
                   ADD 1 TO WS-BK-CNT
                   MOVE WS-BD-FLOOR(WS-BK-IDX) TO WS-BK-FLOOR(WS-BK-CNT)
                   MOVE WS-BD-PCT(WS-BK-IDX) TO WS-BK-PCT(WS-BK-CNT)
               END-PERFORM
           END-IF.
      *    A LOAN UNDER THE LOWEST FLOOR KEYED STILL NEEDS A BUCKET.
           IF WS-BK-FLOOR(1) > ZERO
               DISPLAY "LOWEST RESERVE FLOOR IS NOT ZERO - LOANS BELOW "
                   "IT ARE RESERVED IN THE FIRST BUCKET"
           END-IF.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT
               MOVE ZERO TO WS-BK-COUNT(WS-BK-IDX)
               MOVE ZERO TO WS-BK-BALANCE(WS-BK-IDX)
               MOVE ZERO TO WS-BK-RESERVE(WS-BK-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------*

       120-SORT-NEW-BUCKET.
           MOVE WS-BK-CNT TO WS-BK-SORT-IDX.
           PERFORM UNTIL WS-BK-SORT-IDX = 1
                   OR WS-BK-FLOOR(WS-BK-SORT-IDX - 1)
                       NOT > WS-BK-FLOOR(WS-BK-SORT-IDX)
               MOVE WS-BK-FLOOR(WS-BK-SORT-IDX - 1) TO WS-BS-FLOOR
               MOVE WS-BK-PCT(WS-BK-SORT-IDX - 1) TO WS-BS-PCT
               MOVE WS-BK-FLOOR(WS-BK-SORT-IDX)
                   TO WS-BK-FLOOR(WS-BK-SORT-IDX - 1)
               MOVE WS-BK-PCT(WS-BK-SORT-IDX)
                   TO WS-BK-PCT(WS-BK-SORT-IDX - 1)
               MOVE WS-BS-FLOOR TO WS-BK-FLOOR(WS-BK-SORT-IDX)
               MOVE WS-BS-PCT TO WS-BK-PCT(WS-BK-SORT-IDX)
               SUBTRACT 1 FROM WS-BK-SORT-IDX
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    THE LOAN GOES IN THE HIGHEST BUCKET WHOSE FLOOR ITS DAYS
      *    DELINQUENT HAVE REACHED.

       200-BUCKET-LOAN.
           IF LOAN-IS-DISBURSED AND LOAN-CUR-PRINC > ZERO
               COMPUTE WS-DAYS-DELINQ = LOAN-PD-MONTHS * 30
               MOVE 1 TO WS-BK-SLOT
               PERFORM VARYING WS-BK-IDX FROM 2 BY 1
                       UNTIL WS-BK-IDX > WS-BK-CNT
                   IF WS-DAYS-DELINQ NOT < WS-BK-FLOOR(WS-BK-IDX)
                       MOVE WS-BK-IDX TO WS-BK-SLOT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-BK-COUNT(WS-BK-SLOT)
               ADD LOAN-CUR-PRINC TO WS-BK-BALANCE(WS-BK-SLOT)
               ADD 1 TO WS-TOT-COUNT
               ADD LOAN-CUR-PRINC TO WS-TOT-BALANCE
           END-IF.
           READ LOAN-MST NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       300-TOTAL-QUARTER-HIST.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CHGOFF-HIST.
           IF WS-HIST-STATUS NOT = "35"
               READ CHGOFF-HIST AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF CH-DATE NOT < WS-QTR-FROM
                           AND CH-DATE NOT > WS-QTR-THRU
                       IF CH-IS-CHGOFF
                           ADD CH-PRINC TO WS-QTR-CHGOFFS
                       END-IF
                       IF CH-IS-RECOVERY
                           ADD CH-AMOUNT TO WS-QTR-RECOVERIES
                       END-IF
                   END-IF
                   READ CHGOFF-HIST AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CHGOFF-HIST
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY THE PRINCIPAL WRITTEN OFF CAME OUT OF THE ALLOWANCE -
      *    THE ACCRUED INTEREST WENT BACK AGAINST INTEREST INCOME.

       400-ROLL-ALLOWANCE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT
               COMPUTE WS-BK-RESERVE(WS-BK-IDX) ROUNDED =
                   WS-BK-BALANCE(WS-BK-IDX) * WS-BK-PCT(WS-BK-IDX)
                   / 100
               ADD WS-BK-RESERVE(WS-BK-IDX) TO WS-TOT-RESERVE
           END-PERFORM.
           OPEN INPUT ALLOW-BAL.
           IF WS-BAL-STATUS = "35"
               MOVE ZERO TO WS-OPENING
           ELSE
               READ ALLOW-BAL
                   AT END
                       MOVE ZERO TO WS-OPENING
                   NOT AT END
                       IF AB-QTR = WS-QTR-KEY
                           MOVE AB-OPENING TO WS-OPENING
                       ELSE
                           MOVE AB-REQUIRED TO WS-OPENING
                       END-IF
               END-READ
               CLOSE ALLOW-BAL
           END-IF.
           COMPUTE WS-BEFORE-PROV = WS-OPENING - WS-QTR-CHGOFFS
               + WS-QTR-RECOVERIES.
           COMPUTE WS-PROVISION = WS-TOT-RESERVE - WS-BEFORE-PROV.

      *-----------------------------------------------------------------*

       500-PRINT-REPORT.
           OPEN OUTPUT ALLOW-RPT.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE ALLOW-RPT-REC FROM WS-RPT-HEADER-1.
           WRITE ALLOW-RPT-REC FROM WS-RPT-HEADER-2.
           MOVE WS-QTR-NUM TO TL-QTR.
           MOVE WS-RD-YR TO TL-YEAR.
           WRITE ALLOW-RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO ALLOW-RPT-REC.
           WRITE ALLOW-RPT-REC.
           WRITE ALLOW-RPT-REC FROM WS-COL-LINE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT
               MOVE WS-BK-FLOOR(WS-BK-IDX) TO BL-FLOOR
               IF WS-BK-IDX < WS-BK-CNT
                   COMPUTE WS-CEILING = WS-BK-FLOOR(WS-BK-IDX + 1) - 1
                   MOVE WS-CEILING TO WS-CEILING-ED
                   MOVE " - " TO BL-DASH
                   MOVE WS-CEILING-ED TO BL-CEILING
               ELSE
                   MOVE "+" TO BL-DASH
                   MOVE SPACES TO BL-CEILING
               END-IF
               MOVE WS-BK-COUNT(WS-BK-IDX) TO BL-COUNT
               MOVE WS-BK-BALANCE(WS-BK-IDX) TO BL-BALANCE
               MOVE WS-BK-PCT(WS-BK-IDX) TO BL-PCT
               MOVE WS-BK-RESERVE(WS-BK-IDX) TO BL-RESERVE
               WRITE ALLOW-RPT-REC FROM WS-BUCKET-LINE
           END-PERFORM.
           MOVE WS-TOT-COUNT TO TT-COUNT.
           MOVE WS-TOT-BALANCE TO TT-BALANCE.
           MOVE WS-TOT-RESERVE TO TT-RESERVE.
           WRITE ALLOW-RPT-REC FROM WS-TOTAL-LINE.
           MOVE BLANK-LINE TO ALLOW-RPT-REC.
           WRITE ALLOW-RPT-REC.
           MOVE "ALLOWANCE BOOKED AT START OF QUARTER" TO RL-LABEL.
           MOVE WS-OPENING TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           MOVE "LESS PRINCIPAL CHARGED OFF THIS QUARTER" TO RL-LABEL.
           MOVE WS-QTR-CHGOFFS TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           MOVE "PLUS RECOVERIES THIS QUARTER" TO RL-LABEL.
           MOVE WS-QTR-RECOVERIES TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           MOVE "ALLOWANCE BEFORE PROVISION" TO RL-LABEL.
           MOVE WS-BEFORE-PROV TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           MOVE "REQUIRED ALLOWANCE" TO RL-LABEL.
           MOVE WS-TOT-RESERVE TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           MOVE BLANK-LINE TO ALLOW-RPT-REC.
           WRITE ALLOW-RPT-REC.
           MOVE "PROVISION FOR LOAN LOSSES TO BOOK" TO RL-LABEL.
           MOVE WS-PROVISION TO RL-AMOUNT.
           WRITE ALLOW-RPT-REC FROM WS-ROLL-LINE.
           WRITE ALLOW-RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE ALLOW-RPT.

      *-----------------------------------------------------------------*

       600-CARRY-FORWARD.
           OPEN OUTPUT ALLOW-BAL.
           MOVE WS-QTR-KEY TO AB-QTR.
           MOVE WS-OPENING TO AB-OPENING.
           MOVE WS-TOT-RESERVE TO AB-REQUIRED.
           WRITE ALLOW-BAL-REC.
           CLOSE ALLOW-BAL.

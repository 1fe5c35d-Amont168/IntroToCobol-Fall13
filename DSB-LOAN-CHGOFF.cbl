      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LOAN-CHGOFF
      *    PURPOSE: LOAN CHARGE-OFF AND RECOVERY POSTING FOR THE LOAN
      *        DESK, OVER DSB-LOAN-MST.TXT.
      *    (C)HARGE-OFF REVIEW WALKS THE MASTER FOR DISBURSED LOANS
      *        (NOT IN FORBEARANCE) WHOSE DAYS DELINQUENT ON THE
      *        DSB-LOAN-DELINQ AGING (30 PER PAST-DUE MONTH) HAVE
      *        REACHED THE CHARGE-OFF THRESHOLD ON DSB-LOAN-LOSS-
      *        POLICY.TXT (90 DAYS WHEN THE POLICY FILE HAS NO "C"
      *        ROW). EACH ONE IS SHOWN WITH ITS CURRENT PRINCIPAL AND
      *        THE INTEREST ACCRUED OVER ITS PAST-DUE MONTHS, AND ON
      *        THE OPERATOR'S CONFIRMATION IS MOVED TO CHARGED-OFF
      *        STATUS "C" - THE WRITTEN-OFF PRINCIPAL AND INTEREST ARE
      *        KEPT ON THE LOAN, THE CURRENT PRINCIPAL GOES TO ZERO,
      *        AND SINCE DSB-LOAN-FUND AND DSB-LOAN-DELINQ ONLY WORK
      *        DISBURSED LOANS, THE DRAFTS AND LATE CHARGES STOP.
      *        THE WRITE-OFF GOES TO DSB-GL-DAYWORK.TXT AS TWO
      *        BALANCED PAIRS - PRINCIPAL AGAINST THE ALLOWANCE FOR
      *        LOAN LOSSES, ACCRUED INTEREST AGAINST LOAN INTEREST
      *        INCOME.
      *    (R)ECOVERY POSTS MONEY COLLECTED ON A CHARGED-OFF LOAN -
      *        NEVER AS A PAYMENT, BUT AS A RECOVERY CREDITED BACK TO
      *        THE ALLOWANCE, UP TO THE AMOUNT WRITTEN OFF.
      *    EVERY CHARGE-OFF AND RECOVERY IS ALSO LOGGED, DATED, ON
      *        DSB-LOAN-CHGOFF-HIST.TXT FOR THE QUARTERLY ALLOWANCE
      *        REPORT (DSB-LOAN-ALLOW).
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LOAN-CHGOFF.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT POLICY-FILE      ASSIGN "DSB-LOAN-LOSS-POLICY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-POLICY-STATUS.

       SELECT CHGOFF-HIST      ASSIGN "DSB-LOAN-CHGOFF-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HIST-STATUS.

       SELECT BANK-GL-OUT      ASSIGN "DSB-GL-DAYWORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

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
               88  LOAN-IS-CHARGED-OFF       VALUE "C".
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

      *    LOAN LOSS POLICY - ONE "C" ROW FOR THE CHARGE-OFF
      *    THRESHOLD IN DAYS DELINQUENT, AND "R" ROWS GIVING THE
      *    ALLOWANCE RESERVE PERCENT FOR EACH AGING BUCKET FLOOR.
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

       FD  BANK-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-POLICY-STATUS            PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-GL-STATUS                PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-PO-EOF-FLAG              PIC X VALUE "N".
           88  WS-PO-EOF                     VALUE "Y".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-CUR-YYYYMM               PIC 9(6).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-RUN-MODE                 PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-QUIT-FLAG                PIC X VALUE "N".
           88  WS-QUIT                       VALUE "Y".
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.

       01  WS-CHGOFF-DAYS              PIC 9(3) VALUE 90.
       01  WS-DAYS-DELINQ              PIC 9(4).
       01  WS-MONTHLY-RATE             PIC V9(8).
       01  WS-MONTH-INT                PIC 9(7)V99.
       01  WS-ACCRUED-INT              PIC 9(7)V99.
       01  WS-CANDIDATE-CNTR           PIC 9(5) VALUE ZERO.
       01  WS-CHGOFF-CNTR              PIC 9(5) VALUE ZERO.

       01  WS-INP-LOAN-NUM             PIC X(7).
       01  WS-INP-AMOUNT               PIC 9(7)V99.
       01  WS-OUTSTANDING              PIC S9(7)V99.

      *    GL ACCOUNTS FOR THE WRITE-OFF AND RECOVERY PAIRS.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".
       01  WS-GL-LOAN-ACCT             PIC X(4) VALUE "1410".
       01  WS-GL-ACCR-INT-ACCT         PIC X(4) VALUE "1420".
       01  WS-GL-ALLOWANCE-ACCT        PIC X(4) VALUE "1490".
       01  WS-GL-LOAN-INT-ACCT         PIC X(4) VALUE "4110".
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-GL-PAIR-DR               PIC X(4).
       01  WS-GL-PAIR-CR               PIC X(4).
       01  WS-GL-PAIR-DESC             PIC X(30).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-CHGOFF".
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
               "(C)HARGE-OFF REVIEW OR (R)ECOVERY POSTING?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-LOAN-CHGOFF".
           03  LINE 01 COL 33  VALUE   "ACME MORTGAGE CO.".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 28  VALUE   "LOAN CHARGE-OFF AND RECOVERY".

       01  SCRN-CANDIDATE.
           03  LINE 04 COL 06  VALUE   "CHARGE-OFF CANDIDATE".
           03  LINE 04 COL 30  VALUE   "THRESHOLD".
           03  LINE 04 COL 40  PIC ZZ9    FROM  WS-CHGOFF-DAYS.
           03  LINE 04 COL 44  VALUE   "DAYS".
           03  LINE 06 COL 11  VALUE   "LOAN NUMBER".
           03  LINE 06 COL 34  PIC X(7)   FROM  LOAN-NUM-MST.
           03  LINE 07 COL 11  VALUE   "BORROWER".
           03  LINE 07 COL 34  PIC X(20)  FROM  LOAN-BORROWER.
           03  LINE 08 COL 11  VALUE   "DAYS DELINQUENT".
           03  LINE 08 COL 42  PIC ZZZ9   FROM  WS-DAYS-DELINQ.
           03  LINE 09 COL 11  VALUE   "CURRENT PRINCIPAL".
           03  LINE 09 COL 34  PIC Z,ZZZ,ZZ9.99 FROM LOAN-CUR-PRINC.
           03  LINE 10 COL 11  VALUE   "ACCRUED INTEREST".
           03  LINE 10 COL 34  PIC Z,ZZZ,ZZ9.99 FROM WS-ACCRUED-INT.
           03  LINE 11 COL 11  VALUE   "UNPAID LATE CHARGES".
           03  LINE 11 COL 37  PIC ZZ,ZZ9.99 FROM LOAN-LATE-CHGS.

       01  SCRN-CHGOFF-CONFIRM.
           03  LINE 14 COL 11  VALUE
               "CHARGE OFF THIS LOAN? (Y)ES, (N)O, (Q)UIT REVIEW".
           03  LINE 14 COL 61  PIC X   TO  WS-CONFIRM  AUTO.

       01  SCRN-CHARGED LINE 16 COL 11
           VALUE "CHARGED OFF - WRITE-OFF SENT TO THE GL".

       01  SCRN-REVIEW-DONE.
           03  LINE 18 COL 11  VALUE   "REVIEW COMPLETE - CANDIDATES".
           03  LINE 18 COL 41  PIC ZZZZ9  FROM  WS-CANDIDATE-CNTR.
           03  LINE 19 COL 11  VALUE   "CHARGED OFF".
           03  LINE 19 COL 41  PIC ZZZZ9  FROM  WS-CHGOFF-CNTR.
           03  LINE 21 COL 11  VALUE   "PRESS ENTER".
           03  LINE 21 COL 23  PIC X   TO  WS-CONFIRM.

       01  SCRN-LOAN-NUM.
           03  LINE 04 COL 06  VALUE   "LOAN NUMBER".
           03  LINE 04 COL 19  PIC X(7)    TO  WS-INP-LOAN-NUM  AUTO.

       01  SCRN-ENTRY-MSG.
           03  LINE 05 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-RECOVERY-DETAIL.
           03  LINE 06 COL 11  VALUE   "BORROWER".
           03  LINE 06 COL 34  PIC X(20)  FROM  LOAN-BORROWER.
           03  LINE 07 COL 11  VALUE   "CHARGED OFF".
           03  LINE 07 COL 34  PIC 9(8)   FROM  LOAN-CHGOFF-DATE.
           03  LINE 08 COL 11  VALUE   "PRINCIPAL WRITTEN OFF".
           03  LINE 08 COL 34  PIC Z,ZZZ,ZZ9.99 FROM LOAN-CHGOFF-PRINC.
           03  LINE 09 COL 11  VALUE   "INTEREST WRITTEN OFF".
           03  LINE 09 COL 34  PIC Z,ZZZ,ZZ9.99 FROM LOAN-CHGOFF-INT.
           03  LINE 10 COL 11  VALUE   "RECOVERED TO DATE".
           03  LINE 10 COL 34  PIC Z,ZZZ,ZZ9.99 FROM LOAN-RECOVERED.
           03  LINE 11 COL 11  VALUE   "STILL UNRECOVERED".
           03  LINE 11 COL 34  PIC Z,ZZZ,ZZ9.99 FROM WS-OUTSTANDING.

       01  SCRN-RECOVERY-AMT.
           03  LINE 13 COL 11  VALUE   "AMOUNT COLLECTED".
           03  LINE 13 COL 34  PIC Z,ZZZ,ZZ9.99 TO WS-INP-AMOUNT.

       01  SCRN-CNTRL.
           03  SCRN-POST.
               05  LINE 23 COL 25  PIC X   TO  WS-CONFIRM AUTO.
               05  LINE 23 COL 27  VALUE   "POST THIS RECOVERY? (Y/N)".
           03  SCRN-POSTED LINE 23 COL 25      VALUE
               "RECOVERY POSTED              ".
           03  SCRN-NOT-POSTED LINE 23 COL 25  VALUE
               "RECOVERY NOT POSTED          ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER? (Y/N)".

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
           COMPUTE WS-CUR-YYYYMM = (WS-RD-YR * 100) + WS-RD-MNTH.
           OPEN I-O LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO LOANS ON FILE"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           PERFORM 110-LOAD-POLICY.
           OPEN EXTEND CHGOFF-HIST.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT CHGOFF-HIST
               CLOSE CHGOFF-HIST
               OPEN EXTEND CHGOFF-HIST
           END-IF.
           OPEN EXTEND BANK-GL-OUT.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT BANK-GL-OUT
               CLOSE BANK-GL-OUT
               OPEN EXTEND BANK-GL-OUT
           END-IF.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "R"
               WHEN "r"
                   PERFORM 400-RECOVERY-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-CHGOFF-REVIEW
           END-EVALUATE.
           CLOSE BANK-GL-OUT.
           CLOSE CHGOFF-HIST.
           CLOSE LOAN-MST.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
      *    ONLY THE "C" ROW MATTERS HERE - THE RESERVE ROWS BELONG TO
      *    THE ALLOWANCE REPORT.
       110-LOAD-POLICY.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS = "35"
               CONTINUE
           ELSE
               READ POLICY-FILE AT END MOVE "Y" TO WS-PO-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-PO-EOF
                   IF PO-IS-CHGOFF AND PO-DAYS > ZERO
                       MOVE PO-DAYS TO WS-CHGOFF-DAYS
                   END-IF
                   READ POLICY-FILE AT END MOVE "Y" TO WS-PO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.
      *-----------------------------------------------------------------*
       200-CHGOFF-REVIEW.
           MOVE LOW-VALUES TO LOAN-NUM-MST.
           START LOAN-MST KEY NOT < LOAN-NUM-MST
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ LOAN-MST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 210-REVIEW-ONE UNTIL WS-EOF OR WS-QUIT.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-REVIEW-DONE.
           ACCEPT SCRN-REVIEW-DONE.
      *-----------------------------------------------------------------*
      *    A LOAN IN FORBEARANCE KEEPS ITS PAST-DUE COUNT FROZEN AND
      *    IS NOT A CANDIDATE UNTIL THE FORBEARANCE RUNS OUT.
       210-REVIEW-ONE.
           IF LOAN-IS-DISBURSED AND LOAN-FORB-THRU < WS-CUR-YYYYMM
               COMPUTE WS-DAYS-DELINQ = LOAN-PD-MONTHS * 30
               IF WS-DAYS-DELINQ NOT < WS-CHGOFF-DAYS
                   PERFORM 220-OFFER-CHGOFF
               END-IF
           END-IF.
           READ LOAN-MST NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.
      *-----------------------------------------------------------------*
      *    ACCRUED INTEREST IS A MONTH'S INTEREST ON THE CURRENT
      *    PRINCIPAL FOR EACH MONTH PAST DUE - THE SAME FIGURE
      *    DSB-LOAN-MOD CAPITALIZES.
       220-OFFER-CHGOFF.
           ADD 1 TO WS-CANDIDATE-CNTR.
           COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-INT / 1200.
           COMPUTE WS-MONTH-INT ROUNDED =
               LOAN-CUR-PRINC * WS-MONTHLY-RATE.
           COMPUTE WS-ACCRUED-INT = WS-MONTH-INT * LOAN-PD-MONTHS.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-CANDIDATE.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL WS-CONFIRM = "Y" OR "N" OR "Q"
               ACCEPT SCRN-CHGOFF-CONFIRM
               INSPECT WS-CONFIRM CONVERTING "ynq" TO "YNQ"
           END-PERFORM.
           EVALUATE WS-CONFIRM
               WHEN "Y"
                   PERFORM 300-POST-CHGOFF
                   DISPLAY SCRN-CHARGED
               WHEN "Q"
                   MOVE "Y" TO WS-QUIT-FLAG
           END-EVALUATE.
      *-----------------------------------------------------------------*
       300-POST-CHGOFF.
           MOVE WS-RUN-DATE TO LOAN-CHGOFF-DATE.
           MOVE LOAN-CUR-PRINC TO LOAN-CHGOFF-PRINC.
           MOVE WS-ACCRUED-INT TO LOAN-CHGOFF-INT.
           MOVE ZERO TO LOAN-RECOVERED.
           MOVE ZERO TO LOAN-CUR-PRINC.
           MOVE "C" TO LOAN-FUND-STATUS.
           REWRITE LOAN-REC.
           IF LOAN-CHGOFF-PRINC > ZERO
               MOVE LOAN-CHGOFF-PRINC TO WS-GL-PAIR-AMT
               MOVE WS-GL-ALLOWANCE-ACCT TO WS-GL-PAIR-DR
               MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-CR
               MOVE SPACES TO WS-GL-PAIR-DESC
               STRING "LOAN CHARGE-OFF PRIN " LOAN-NUM-MST
                   DELIMITED BY SIZE INTO WS-GL-PAIR-DESC
               PERFORM 500-WRITE-GL-PAIR
           END-IF.
           IF LOAN-CHGOFF-INT > ZERO
               MOVE LOAN-CHGOFF-INT TO WS-GL-PAIR-AMT
               MOVE WS-GL-LOAN-INT-ACCT TO WS-GL-PAIR-DR
               MOVE WS-GL-ACCR-INT-ACCT TO WS-GL-PAIR-CR
               MOVE SPACES TO WS-GL-PAIR-DESC
               STRING "LOAN CHARGE-OFF INT " LOAN-NUM-MST
                   DELIMITED BY SIZE INTO WS-GL-PAIR-DESC
               PERFORM 500-WRITE-GL-PAIR
           END-IF.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE "C" TO CH-TYPE.
           MOVE LOAN-NUM-MST TO CH-LOAN-NUM.
           MOVE LOAN-CHGOFF-PRINC TO CH-PRINC.
           MOVE LOAN-CHGOFF-INT TO CH-INT.
           COMPUTE CH-AMOUNT = LOAN-CHGOFF-PRINC + LOAN-CHGOFF-INT.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR.
           WRITE CHGOFF-HIST-REC.
           ADD 1 TO WS-CHGOFF-CNTR.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
       400-RECOVERY-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-LOAN-NUM.
           DISPLAY SCRN-LOAN-NUM.
           ACCEPT SCRN-LOAN-NUM.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-LOAN-NUM TO LOAN-NUM-MST.
           READ LOAN-MST
               INVALID KEY
                   MOVE "*** LOAN NUMBER NOT ON FILE ***"
                       TO WS-ENTRY-MSG
           END-READ.
           IF WS-ENTRY-MSG = SPACES AND NOT LOAN-IS-CHARGED-OFF
               MOVE "*** LOAN IS NOT CHARGED OFF ***" TO WS-ENTRY-MSG
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               PERFORM 410-ENTER-RECOVERY
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    A RECOVERY CAN BRING BACK NO MORE THAN WAS WRITTEN OFF -
      *    ANYTHING OVER THAT IS REFUNDED, NOT POSTED HERE.
       410-ENTER-RECOVERY.
           COMPUTE WS-OUTSTANDING = LOAN-CHGOFF-PRINC
               + LOAN-CHGOFF-INT - LOAN-RECOVERED.
           DISPLAY SCRN-RECOVERY-DETAIL.
           IF WS-OUTSTANDING NOT > ZERO
               MOVE "*** CHARGE-OFF FULLY RECOVERED ***"
                   TO WS-ENTRY-MSG
               DISPLAY SCRN-ENTRY-MSG
           ELSE
               MOVE ZERO TO WS-INP-AMOUNT
               PERFORM UNTIL WS-INP-AMOUNT > ZERO
                       AND WS-INP-AMOUNT NOT > WS-OUTSTANDING
                   ACCEPT SCRN-RECOVERY-AMT
               END-PERFORM
               DISPLAY SCRN-POST
               ACCEPT SCRN-POST
               IF WS-CONFIRM = "Y" OR "y"
                   PERFORM 420-POST-RECOVERY
                   DISPLAY SCRN-POSTED
               ELSE
                   DISPLAY SCRN-NOT-POSTED
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       420-POST-RECOVERY.
           ADD WS-INP-AMOUNT TO LOAN-RECOVERED.
           REWRITE LOAN-REC.
           MOVE WS-INP-AMOUNT TO WS-GL-PAIR-AMT.
           MOVE WS-GL-CASH-ACCT TO WS-GL-PAIR-DR.
           MOVE WS-GL-ALLOWANCE-ACCT TO WS-GL-PAIR-CR.
           MOVE SPACES TO WS-GL-PAIR-DESC.
           STRING "LOAN RECOVERY " LOAN-NUM-MST
               DELIMITED BY SIZE INTO WS-GL-PAIR-DESC.
           PERFORM 500-WRITE-GL-PAIR.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE "R" TO CH-TYPE.
           MOVE LOAN-NUM-MST TO CH-LOAN-NUM.
           MOVE ZERO TO CH-PRINC.
           MOVE ZERO TO CH-INT.
           MOVE WS-INP-AMOUNT TO CH-AMOUNT.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR.
           WRITE CHGOFF-HIST-REC.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
       500-WRITE-GL-PAIR.
           MOVE WS-RD-YR TO GL-YEAR.
           MOVE WS-RD-MNTH TO GL-MONTH.
           MOVE WS-RD-DY TO GL-DAY.
           MOVE "LOAN" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           MOVE WS-GL-PAIR-DESC TO GL-DESCRIPTION.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT.
           MOVE WS-GL-PAIR-DR TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-PAIR-CR TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.

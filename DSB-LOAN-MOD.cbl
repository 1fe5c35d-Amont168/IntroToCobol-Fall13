      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LOAN-MOD
      *    PURPOSE: LOAN MODIFICATION AND FORBEARANCE FOR THE LOAN
      *        DESK, OVER A DISBURSED LOAN ON DSB-LOAN-MST.TXT.
      *        (M)ODIFY KEYS ONE OF THREE MODIFICATIONS:
      *            (R)ATE/TERM   - A NEW RATE AND/OR A NEW REMAINING
      *                            TERM, RE-AMORTIZING THE CURRENT
      *                            PRINCIPAL FROM THE NEXT UNDRAFTED
      *                            MONTH.
      *            (C)APITALIZE  - THE PAST-DUE MONTHS' INTEREST AND
      *                            THE UNPAID LATE CHARGES ARE ADDED
      *                            TO PRINCIPAL, THE LOAN IS BROUGHT
      *                            CURRENT, AND THE NEW BALANCE IS
      *                            RE-AMORTIZED (RATE AND TERM MAY
      *                            CHANGE AT THE SAME TIME).
      *            (F)ORBEARANCE - 1 TO 12 MONTHS WITH NO PAYMENT
      *                            DRAFT. DSB-LOAN-FUND SKIPS THE
      *                            DRAFT AND DSB-LOAN-DELINQ DOES NOT
      *                            AGE THE LOAN THROUGH THE LAST
      *                            FORBORNE MONTH; THE SKIPPED
      *                            PAYMENTS MOVE TO THE END OF THE
      *                            TERM.
      *        THE NEW TERMS ARE WORKED OUT AND SHOWN HERE, BUT THE
      *        LOAN IS NOT TOUCHED - THE MODIFICATION IS FILED ON
      *        DSB-LOAN-MOD-HIST.TXT (WITH THE LOAN'S ORIGINAL TERMS)
      *        AS PENDING AND QUEUED TO DSB-PENDING-CHG.TXT, AND
      *        DSB-CHG-APPROVE APPLIES IT TO THE LOAN ONLY WHEN A
      *        SECOND OPERATOR APPROVES IT.
      *    (P)RINT PRINTS AN APPROVED MODIFICATION'S AGREEMENT -
      *        ORIGINAL AGAINST MODIFIED TERMS, WITH SIGNATURE LINES -
      *        AND ITS NEW PAYMENT SCHEDULE TO DSB-LOAN-MOD-AGMT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LOAN-MOD.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT MOD-HIST         ASSIGN "DSB-LOAN-MOD-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MH-KEY
                               FILE STATUS IS WS-MOD-STATUS.

       SELECT PENDING-CHG      ASSIGN "DSB-PENDING-CHG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PEND-STATUS.

       SELECT AGMT-OUT         ASSIGN "DSB-LOAN-MOD-AGMT.TXT"
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
               88  LOAN-IS-QUOTE             VALUE " ".
               88  LOAN-IS-FUNDED            VALUE "F".
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

      *    ONE RECORD PER MODIFICATION, KEYED LOAN NUMBER + THE
      *    LOAN'S MODIFICATION COUNT. THE OLD- FIELDS ARE THE LOAN AS
      *    IT STOOD WHEN THE MODIFICATION WAS KEYED; THE NEW- FIELDS
      *    ARE WHAT DSB-CHG-APPROVE PUTS ON THE LOAN.
       FD  MOD-HIST.
       01  MOD-REC.
           03  MH-KEY.
               05  MH-LOAN-NUM         PIC X(7).
               05  MH-SEQ              PIC 9(2).
           03  MH-TYPE                 PIC X.
               88  MH-IS-REAMORTIZE          VALUE "R".
               88  MH-IS-CAPITALIZE          VALUE "C".
               88  MH-IS-FORBEAR             VALUE "F".
           03  MH-STATUS               PIC X.
               88  MH-IS-PENDING             VALUE "P".
               88  MH-IS-APPROVED            VALUE "A".
               88  MH-IS-REJECTED            VALUE "X".
           03  MH-ENTRY-DATE           PIC 9(8).
           03  MH-MAKER                PIC X(10).
           03  MH-APPROVER             PIC X(10).
           03  MH-APPROVE-DATE         PIC 9(8).
           03  MH-EFF-MONTH            PIC 9(6).
           03  MH-OLD-PRINC            PIC 9(7)V99.
           03  MH-OLD-INT              PIC 99V999.
           03  MH-OLD-TRM              PIC 999.
           03  MH-OLD-BEG-MNTH         PIC 99.
           03  MH-OLD-BEG-YR           PIC 9999.
           03  MH-OLD-ARM-CHG-MNTH     PIC 999.
           03  MH-OLD-ARM-NEW-RATE     PIC 99V999.
           03  MH-OLD-CUR-PRINC        PIC 9(7)V99.
           03  MH-OLD-LAST-DRAFT       PIC 9(6).
           03  MH-OLD-PAID-THRU        PIC 9(6).
           03  MH-OLD-PD-MONTHS        PIC 9(2).
           03  MH-OLD-LATE-CHGS        PIC 9(5)V99.
           03  MH-OLD-FORB-THRU        PIC 9(6).
           03  MH-OLD-REM-TRM          PIC 999.
           03  MH-OLD-PAYMENT          PIC 9(7)V99.
           03  MH-CAP-INT              PIC 9(7)V99.
           03  MH-CAP-LATE             PIC 9(5)V99.
           03  MH-NEW-PRINC            PIC 9(7)V99.
           03  MH-NEW-INT              PIC 99V999.
           03  MH-NEW-TRM              PIC 999.
           03  MH-NEW-BEG-MNTH         PIC 99.
           03  MH-NEW-BEG-YR           PIC 9999.
           03  MH-NEW-PAID-THRU        PIC 9(6).
           03  MH-FORB-MONTHS          PIC 99.
           03  MH-NEW-FORB-THRU        PIC 9(6).
           03  MH-NEW-PAYMENT          PIC 9(7)V99.
           03  MH-ESCROW               PIC 9(5)V99.
           03  MH-SCHED-FROM           PIC 9(6).
           03  MH-SCHED-PMTS           PIC 999.

       FD  PENDING-CHG.
       01  PENDING-REC.
           03  PC-TARGET               PIC X(8).
           03  PC-KEY                  PIC X(10).
           03  PC-OLD-AMT              PIC 9(7)V99.
           03  PC-NEW-AMT              PIC 9(7)V99.
           03  PC-AUX-1                PIC 9(7)V99.
           03  PC-AUX-2                PIC 9(7)V99.
           03  PC-AUX-3                PIC V9(4).
           03  PC-MAKER                PIC X(10).

       FD  AGMT-OUT.
       01  AGMT-REC                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-MOD-STATUS               PIC XX.
       01  WS-PEND-STATUS              PIC XX.

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
       01  WS-SAVE                     PIC X VALUE "Y".
       01  WS-MOD-TYPE                 PIC X.
       01  WS-ENTRY-OK-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-LOAN-OK-FLAG             PIC X VALUE "N".
           88  WS-LOAN-OK                    VALUE "Y".
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.

       01  WS-INP-LOAN-NUM             PIC X(7).
       01  WS-INP-SEQ                  PIC 99.
       01  WS-INP-RATE                 PIC 99V999.
       01  WS-INP-TRM                  PIC 999.
       01  WS-INP-FORB                 PIC 99.
       01  WS-MAX-TRM                  PIC 999 VALUE 480.
       01  WS-MAX-FORB                 PIC 99  VALUE 12.

      *    MONTH ARITHMETIC - A YYYYMM TURNS INTO A RUNNING MONTH
      *    NUMBER (YEAR * 12 + MONTH - 1) AND BACK.
       01  WS-YM.
           03  WS-YM-YR                PIC 9(4).
           03  WS-YM-MO                PIC 9(2).
       01  WS-YM-X REDEFINES WS-YM     PIC 9(6).
       01  WS-MO-NUM                   PIC 9(7).
       01  WS-MO-REM                   PIC 9(2).
       01  WS-EFF-NUM                  PIC 9(7).
       01  WS-BEG-NUM                  PIC 9(7).
       01  WS-REM-TRM                  PIC S9(5).

      *    SAME PAYMENT FORMULA AND WORK FIELDS AS THE DSB-LOAN QUOTE
      *    SCREEN AND THE DSB-LOAN-FUND DRAFT.
       01  WS-CALC-PRINC               PIC 9(7)V99.
       01  WS-CALC-INT                 PIC 99V999.
       01  WS-CALC-TRM                 PIC 999.
       01  WS-CALC-PI                  PIC 9(7)V99.
       01  WS-RATE                     PIC V99999.
       01  WS-HOLDER1                  PIC 99999999V999999.
       01  WS-HOLDER2                  PIC 9999V9999999999.
       01  WS-HOLDER3                  PIC 999V99999999999.
       01  WS-MONTHLY-ESCROW           PIC 9(5)V99.
       01  WS-MONTHLY-RATE             PIC V9(8).
       01  WS-MONTH-INT                PIC 9(7)V99.

      *    SCHEDULE WORK FIELDS.
       01  WS-SC-BAL                   PIC 9(7)V99.
       01  WS-SC-PI                    PIC 9(7)V99.
       01  WS-SC-INT                   PIC 9(7)V99.
       01  WS-SC-PRIN                  PIC 9(7)V99.
       01  WS-SC-IDX                   PIC 999.
       01  WS-SC-TOT-INT               PIC 9(9)V99.

       01  WS-TYPE-WORDS               PIC X(45).
       01  WS-DISP-PAYMENT             PIC 9(7)V99.
       01  WS-DISP-FIRST.
           03  WS-DF-MO                PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-DF-YR                PIC 9999.

      *    AGREEMENT LINES.
       01  WS-AG-HEAD-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(49) VALUE
               "ACME MORTGAGE CO. - LOAN MODIFICATION AGREEMENT".
           03  AG-H-MNTH               PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  AG-H-DY                 PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  AG-H-YR                 PIC 9(4).

       01  WS-AG-LOAN-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "LOAN NO. ".
           03  AG-L-LOAN               PIC X(7).
           03  FILLER                  PIC X(20)
                                       VALUE "   MODIFICATION NO.".
           03  AG-L-SEQ                PIC Z9.
           03  FILLER                  PIC X(13)
                                       VALUE "   BORROWER ".
           03  AG-L-BORROWER           PIC X(20).

       01  WS-AG-TEXT-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  AG-TEXT                 PIC X(70).

       01  WS-AG-COL-LINE.
           03  FILLER                  PIC X(31) VALUE SPACES.
           03  FILLER                  PIC X(19)
                                       VALUE "ORIGINAL TERMS".
           03  FILLER                  PIC X(15)
                                       VALUE "MODIFIED TERMS".

       01  WS-AG-ROW.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  AG-LABEL                PIC X(26).
           03  AG-ORIG                 PIC X(15).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  AG-NEW                  PIC X(15).

       01  WS-ED-AMT                   PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-RATE                  PIC Z9.999.
       01  WS-ED-TRM                   PIC ZZ9.
       01  WS-ED-RATE-PCT.
           03  WS-ERP-RATE             PIC Z9.999.
           03  FILLER                  PIC X VALUE "%".

       01  WS-AG-AMT-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  AG-A-LABEL              PIC X(40).
           03  AG-A-AMT                PIC Z,ZZZ,ZZ9.99.

       01  WS-AG-FORB-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(33)
                           VALUE "NO PAYMENT WILL BE DRAFTED FROM ".
           03  AG-F-FROM               PIC X(7).
           03  FILLER                  PIC X(9) VALUE " THROUGH ".
           03  AG-F-THRU               PIC X(7).

       01  WS-AG-SIGNED-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "PREPARED BY ".
           03  AG-S-MAKER              PIC X(10).
           03  FILLER                  PIC X(14)
                                       VALUE "  APPROVED BY ".
           03  AG-S-APPROVER           PIC X(10).
           03  FILLER                  PIC X(4) VALUE " ON ".
           03  AG-S-MNTH               PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  AG-S-DY                 PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  AG-S-YR                 PIC 9(4).
       01  WS-AG-APPR-DATE             PIC 9(8).
       01  WS-AG-APPR-BRK REDEFINES WS-AG-APPR-DATE.
           03  WS-AA-YR                PIC 9(4).
           03  WS-AA-MNTH              PIC 9(2).
           03  WS-AA-DY                PIC 9(2).

       01  WS-AG-BODY-TEXT.
           03  FILLER                  PIC X(70) VALUE
               "THE BORROWER AND THE LENDER AGREE THAT THE LOAN NAMED".
           03  FILLER                  PIC X(70) VALUE
               "ABOVE IS MODIFIED AS SHOWN, EFFECTIVE WITH THE FIRST".
           03  FILLER                  PIC X(70) VALUE
               "PAYMENT UNDER THE MODIFIED TERMS. ALL OTHER TERMS OF".
           03  FILLER                  PIC X(70) VALUE
               "THE NOTE AND SECURITY INSTRUMENT REMAIN IN FULL FORCE.".
       01  WS-AG-BODY-TBL REDEFINES WS-AG-BODY-TEXT.
           03  WS-AG-BODY-LINE         PIC X(70) OCCURS 4 TIMES.
       01  WS-AG-IDX                   PIC 9.

       01  WS-AG-SIGN-LINE-1           PIC X(80) VALUE
           "     BORROWER _______________________________  DATE ______".
       01  WS-AG-SIGN-LINE-2           PIC X(80) VALUE
           "     FOR THE LENDER _________________________  DATE ______".

       01  WS-SCHED-COLS.
           03  FILLER                  PIC X(40) VALUE
               "  NO  DUE         PAYMENT    INTEREST   ".
           03  FILLER                  PIC X(40) VALUE
               "PRINCIPAL     ESCROW       BALANCE".

       01  WS-SCHED-ROW.
           03  SR-NUM                  PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-MO                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  SR-YR                   PIC 9999.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-PMT                  PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-INT                  PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-PRIN                 PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-ESC                  PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-BAL                  PIC Z,ZZZ,ZZ9.99.

       01  WS-SCHED-TOTAL.
           03  FILLER                  PIC X(27)
                               VALUE "     TOTAL INTEREST".
           03  ST-INT                  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AG-BREAK-LINE            PIC X(80) VALUE ALL "-".
       01  BLANK-LINE                  PIC X VALUE SPACE.
       01  WS-AGMT-OPEN-FLAG           PIC X VALUE "N".
           88  WS-AGMT-OPEN                  VALUE "Y".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-MOD".
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
               "(M)ODIFY A LOAN OR (P)RINT AN APPROVED AGREEMENT?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-LOAN-MOD".
           03  LINE 01 COL 33  VALUE   "ACME MORTGAGE CO.".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 25  VALUE
               "LOAN MODIFICATION AND FORBEARANCE".

       01  SCRN-LOAN-NUM.
           03  LINE 04 COL 06  VALUE   "LOAN NUMBER".
           03  LINE 04 COL 19  PIC X(7)    TO  WS-INP-LOAN-NUM  AUTO.

       01  SCRN-MOD-NUM.
           03  LINE 04 COL 30  VALUE   "MODIFICATION NO".
           03  LINE 04 COL 47  PIC Z9      TO  WS-INP-SEQ  AUTO.

       01  SCRN-ENTRY-MSG.
           03  LINE 05 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-LOAN-DETAIL.
           03  LINE 06 COL 11  VALUE   "BORROWER".
           03  LINE 06 COL 34  PIC X(20)  FROM  LOAN-BORROWER.
           03  LINE 07 COL 11  VALUE   "CURRENT PRINCIPAL".
           03  LINE 07 COL 34  PIC Z,ZZZ,ZZ9.99 FROM LOAN-CUR-PRINC.
           03  LINE 08 COL 11  VALUE   "RATE".
           03  LINE 08 COL 40  PIC Z9.999 FROM  LOAN-INT.
           03  LINE 08 COL 46  VALUE   "%".
           03  LINE 09 COL 11  VALUE   "MONTHS REMAINING".
           03  LINE 09 COL 43  PIC ZZ9    FROM  MH-OLD-REM-TRM.
           03  LINE 10 COL 11  VALUE   "PAYMENT WITH ESCROW".
           03  LINE 10 COL 34  PIC Z,ZZZ,ZZ9.99 FROM MH-OLD-PAYMENT.
           03  LINE 11 COL 11  VALUE   "MONTHS PAST DUE".
           03  LINE 11 COL 44  PIC Z9     FROM  LOAN-PD-MONTHS.
           03  LINE 11 COL 50  VALUE   "LATE CHARGES".
           03  LINE 11 COL 63  PIC ZZ,ZZ9.99 FROM LOAN-LATE-CHGS.

       01  SCRN-MOD-TYPE.
           03  LINE 13 COL 11  VALUE
               "(R)ATE/TERM, (C)APITALIZE ARREARS, (F)ORBEARANCE".
           03  LINE 13 COL 61  PIC X   TO  WS-MOD-TYPE  AUTO.

       01  SCRN-REAMORT-FIELDS.
           03  LINE 15 COL 11  VALUE   "NEW RATE".
           03  LINE 15 COL 40  PIC Z9.999 USING WS-INP-RATE.
           03  LINE 15 COL 46  VALUE   "%".
           03  LINE 16 COL 11  VALUE   "NEW TERM (MO)".
           03  LINE 16 COL 43  PIC ZZ9    USING WS-INP-TRM.

       01  SCRN-FORB-FIELDS.
           03  LINE 15 COL 11  VALUE   "FORBEARANCE MONTHS (1-12)".
           03  LINE 15 COL 44  PIC Z9     TO  WS-INP-FORB.

       01  SCRN-RESULT.
           03  LINE 18 COL 11  PIC X(45)  FROM  WS-TYPE-WORDS.
           03  LINE 19 COL 11  VALUE   "NEW PRINCIPAL".
           03  LINE 19 COL 34  PIC Z,ZZZ,ZZ9.99 FROM MH-NEW-PRINC.
           03  LINE 20 COL 11  VALUE   "NEW PAYMENT WITH ESCROW".
           03  LINE 20 COL 34  PIC Z,ZZZ,ZZ9.99 FROM MH-NEW-PAYMENT.
           03  LINE 21 COL 11  VALUE   "FIRST PAYMENT DUE".
           03  LINE 21 COL 39  PIC X(7)   FROM  WS-DISP-FIRST.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 25  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 27  VALUE
                   "SUBMIT FOR SECOND-OPERATOR APPROVAL? (Y/N)".
           03  SCRN-SAVED LINE 23 COL 25      VALUE
               "QUEUED FOR APPROVAL IN DSB-CHG-APPROVE       ".
           03  SCRN-NOT-SAVED LINE 23 COL 25  VALUE
               "MODIFICATION NOT SUBMITTED                   ".
           03  SCRN-PRINTED LINE 23 COL 25    VALUE
               "AGREEMENT AND SCHEDULE PRINTED".
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
           OPEN I-O MOD-HIST.
           IF WS-MOD-STATUS = "35"
               OPEN OUTPUT MOD-HIST
               CLOSE MOD-HIST
               OPEN I-O MOD-HIST
           END-IF.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   OPEN OUTPUT AGMT-OUT
                   MOVE "Y" TO WS-AGMT-OPEN-FLAG
                   PERFORM 600-PRINT-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-MODIFY-LOOP UNTIL WS-MORE
           END-EVALUATE.
           IF WS-AGMT-OPEN
               CLOSE AGMT-OUT
           END-IF.
           CLOSE LOAN-MST.
           CLOSE MOD-HIST.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       200-MODIFY-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-LOAN-NUM.
           DISPLAY SCRN-LOAN-NUM.
           ACCEPT SCRN-LOAN-NUM.
           PERFORM 210-CHECK-LOAN.
           IF WS-LOAN-OK
               PERFORM 300-KEY-MODIFICATION
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    ONLY A DISBURSED LOAN IS SERVICED, ONE MODIFICATION WAITS
      *    FOR APPROVAL AT A TIME, AND A LOAN ALREADY IN FORBEARANCE
      *    IS LEFT ALONE UNTIL THE FORBEARANCE RUNS OUT.
       210-CHECK-LOAN.
           MOVE "N" TO WS-LOAN-OK-FLAG.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-LOAN-NUM TO LOAN-NUM-MST.
           READ LOAN-MST
               INVALID KEY
                   MOVE "*** LOAN NUMBER NOT ON FILE ***"
                       TO WS-ENTRY-MSG
           END-READ.
           EVALUATE TRUE
               WHEN WS-ENTRY-MSG NOT = SPACES
                   CONTINUE
               WHEN NOT LOAN-IS-DISBURSED
                   MOVE "*** LOAN IS NOT DISBURSED ***" TO WS-ENTRY-MSG
               WHEN LOAN-FORB-THRU NOT < WS-CUR-YYYYMM
                   MOVE "*** LOAN IS IN FORBEARANCE ***" TO WS-ENTRY-MSG
               WHEN OTHER
                   MOVE "Y" TO WS-LOAN-OK-FLAG
           END-EVALUATE.
           IF WS-LOAN-OK AND LOAN-MOD-CNT > ZERO
               MOVE LOAN-NUM-MST TO MH-LOAN-NUM
               MOVE LOAN-MOD-CNT TO MH-SEQ
               READ MOD-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MH-IS-PENDING
                           MOVE "N" TO WS-LOAN-OK-FLAG
                           MOVE "*** MODIFICATION AWAITING APPROVAL ***"
                               TO WS-ENTRY-MSG
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
      *    THE MODIFIED SCHEDULE STARTS WITH THE FIRST MONTH NOT YET
      *    DRAFTED - THIS MONTH, OR NEXT MONTH IF THIS MONTH'S DRAFT
      *    HAS ALREADY GONE. THE ORIGINAL TERMS ARE CAPTURED HERE SO
      *    DSB-CHG-APPROVE CAN TELL IF THE LOAN MOVED BEFORE APPROVAL.
       300-KEY-MODIFICATION.
           INITIALIZE MOD-REC.
           MOVE WS-CUR-YYYYMM TO WS-YM-X.
           PERFORM 900-YM-TO-NUM.
           IF LOAN-LAST-DRAFT = WS-CUR-YYYYMM
               ADD 1 TO WS-MO-NUM
           END-IF.
           MOVE WS-MO-NUM TO WS-EFF-NUM.
           PERFORM 910-NUM-TO-YM.
           MOVE WS-YM-X TO MH-EFF-MONTH.
           MOVE LOAN-BEG-YR TO WS-YM-YR.
           MOVE LOAN-BEG-MNTH TO WS-YM-MO.
           PERFORM 900-YM-TO-NUM.
           MOVE WS-MO-NUM TO WS-BEG-NUM.
           COMPUTE WS-REM-TRM = LOAN-TRM - (WS-EFF-NUM - WS-BEG-NUM).
           IF WS-REM-TRM < 1
               MOVE 1 TO WS-REM-TRM
           END-IF.
           MOVE WS-REM-TRM TO MH-OLD-REM-TRM.
           MOVE LOAN-PRINC TO WS-CALC-PRINC.
           MOVE LOAN-INT TO WS-CALC-INT.
           MOVE LOAN-TRM TO WS-CALC-TRM.
           PERFORM 420-PAYMENT-FORMULA.
           COMPUTE WS-MONTHLY-ESCROW ROUNDED =
               (LOAN-ANNL-TAX + LOAN-ANNL-INS) / 12.
           MOVE WS-MONTHLY-ESCROW TO MH-ESCROW.
           COMPUTE MH-OLD-PAYMENT = WS-CALC-PI + WS-MONTHLY-ESCROW.
           PERFORM 310-CAPTURE-ORIGINAL.
           DISPLAY SCRN-LOAN-DETAIL.
           MOVE SPACE TO WS-MOD-TYPE.
           PERFORM UNTIL WS-MOD-TYPE = "R" OR "C" OR "F"
               ACCEPT SCRN-MOD-TYPE
               INSPECT WS-MOD-TYPE CONVERTING "rcf" TO "RCF"
           END-PERFORM.
           MOVE WS-MOD-TYPE TO MH-TYPE.
           MOVE "N" TO WS-ENTRY-OK-FLAG.
           MOVE LOAN-INT TO WS-INP-RATE.
           MOVE MH-OLD-REM-TRM TO WS-INP-TRM.
           MOVE ZERO TO WS-INP-FORB.
           PERFORM 400-ENTER-TERMS UNTIL WS-ENTRY-OK.
           DISPLAY SCRN-RESULT.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y" OR "y"
               PERFORM 500-FILE-MODIFICATION
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       310-CAPTURE-ORIGINAL.
           MOVE LOAN-NUM-MST TO MH-LOAN-NUM.
           COMPUTE MH-SEQ = LOAN-MOD-CNT + 1.
           MOVE "P" TO MH-STATUS.
           MOVE WS-RUN-DATE TO MH-ENTRY-DATE.
           MOVE WS-OPERATOR-ID TO MH-MAKER.
           MOVE SPACES TO MH-APPROVER.
           MOVE ZERO TO MH-APPROVE-DATE.
           MOVE LOAN-PRINC TO MH-OLD-PRINC.
           MOVE LOAN-INT TO MH-OLD-INT.
           MOVE LOAN-TRM TO MH-OLD-TRM.
           MOVE LOAN-BEG-MNTH TO MH-OLD-BEG-MNTH.
           MOVE LOAN-BEG-YR TO MH-OLD-BEG-YR.
           MOVE LOAN-ARM-CHG-MNTH TO MH-OLD-ARM-CHG-MNTH.
           MOVE LOAN-ARM-NEW-RATE TO MH-OLD-ARM-NEW-RATE.
           MOVE LOAN-CUR-PRINC TO MH-OLD-CUR-PRINC.
           MOVE LOAN-LAST-DRAFT TO MH-OLD-LAST-DRAFT.
           MOVE LOAN-PAID-THRU TO MH-OLD-PAID-THRU.
           MOVE LOAN-PD-MONTHS TO MH-OLD-PD-MONTHS.
           MOVE LOAN-LATE-CHGS TO MH-OLD-LATE-CHGS.
           MOVE LOAN-FORB-THRU TO MH-OLD-FORB-THRU.
      *-----------------------------------------------------------------*
       400-ENTER-TERMS.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE SPACES TO WS-ENTRY-MSG.
           IF MH-IS-FORBEAR
               ACCEPT SCRN-FORB-FIELDS
               IF WS-INP-FORB < 1 OR WS-INP-FORB > WS-MAX-FORB
                   MOVE "*** FORBEARANCE IS 1 TO 12 MONTHS ***"
                       TO WS-ENTRY-MSG
               ELSE
                   PERFORM 440-FORBEAR-TERMS
               END-IF
           ELSE
               ACCEPT SCRN-REAMORT-FIELDS
               EVALUATE TRUE
                   WHEN WS-INP-RATE = ZERO
                       MOVE "*** RATE IS REQUIRED ***" TO WS-ENTRY-MSG
                   WHEN WS-INP-TRM < 1 OR WS-INP-TRM > WS-MAX-TRM
                       MOVE "*** TERM IS 1 TO 480 MONTHS ***"
                           TO WS-ENTRY-MSG
                   WHEN OTHER
                       PERFORM 430-REAMORTIZE-TERMS
               END-EVALUATE
           END-IF.
           IF WS-ENTRY-MSG NOT = SPACES
               MOVE "N" TO WS-ENTRY-OK-FLAG
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
      *-----------------------------------------------------------------*
       420-PAYMENT-FORMULA.
           COMPUTE WS-RATE ROUNDED = WS-CALC-INT / 100.
           COMPUTE WS-HOLDER1 ROUNDED = WS-CALC-PRINC * WS-RATE.
           COMPUTE WS-HOLDER2 ROUNDED = WS-RATE / 12.
           COMPUTE WS-HOLDER2 ROUNDED = WS-HOLDER2 + 1.
           COMPUTE WS-HOLDER3 ROUNDED =
               WS-HOLDER2 ** (WS-CALC-TRM * -1).
           COMPUTE WS-HOLDER3 = 1 - WS-HOLDER3.
           COMPUTE WS-HOLDER3 ROUNDED = 12 * WS-HOLDER3.
           IF WS-HOLDER3 = ZERO
               MOVE ZERO TO WS-CALC-PI
           ELSE
               COMPUTE WS-CALC-PI ROUNDED = WS-HOLDER1 / WS-HOLDER3
           END-IF.
      *-----------------------------------------------------------------*
      *    RATE/TERM AND CAPITALIZATION BOTH RE-AMORTIZE FROM THE
      *    EFFECTIVE MONTH. CAPITALIZING ADDS A MONTH'S INTEREST ON
      *    THE CURRENT PRINCIPAL FOR EACH MONTH PAST DUE, PLUS THE
      *    UNPAID LATE CHARGES, AND BRINGS THE LOAN CURRENT; A RATE/
      *    TERM CHANGE LEAVES ANY ARREARS WHERE THEY ARE.
       430-REAMORTIZE-TERMS.
           MOVE ZERO TO MH-CAP-INT MH-CAP-LATE.
           IF MH-IS-CAPITALIZE
               COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-INT / 1200
               COMPUTE WS-MONTH-INT ROUNDED =
                   LOAN-CUR-PRINC * WS-MONTHLY-RATE
               COMPUTE MH-CAP-INT = WS-MONTH-INT * LOAN-PD-MONTHS
               MOVE LOAN-LATE-CHGS TO MH-CAP-LATE
               IF MH-CAP-INT + MH-CAP-LATE = ZERO
                   MOVE "*** NOTHING PAST DUE TO CAPITALIZE ***"
                       TO WS-ENTRY-MSG
               END-IF
           END-IF.
           COMPUTE MH-NEW-PRINC =
               LOAN-CUR-PRINC + MH-CAP-INT + MH-CAP-LATE
               ON SIZE ERROR
                   MOVE "*** NEW PRINCIPAL TOO LARGE ***"
                       TO WS-ENTRY-MSG
           END-COMPUTE.
           MOVE WS-INP-RATE TO MH-NEW-INT.
           MOVE WS-INP-TRM TO MH-NEW-TRM.
           MOVE WS-EFF-NUM TO WS-MO-NUM.
           PERFORM 910-NUM-TO-YM.
           MOVE WS-YM-YR TO MH-NEW-BEG-YR.
           MOVE WS-YM-MO TO MH-NEW-BEG-MNTH.
           MOVE WS-YM-X TO MH-SCHED-FROM.
           MOVE MH-NEW-TRM TO MH-SCHED-PMTS.
           IF MH-IS-CAPITALIZE
               COMPUTE WS-MO-NUM = WS-EFF-NUM - 1
               PERFORM 910-NUM-TO-YM
               MOVE WS-YM-X TO MH-NEW-PAID-THRU
               MOVE "CAPITALIZE ARREARS AND RE-AMORTIZE"
                   TO WS-TYPE-WORDS
           ELSE
               IF LOAN-PAID-THRU = ZERO
                   COMPUTE MH-NEW-PAID-THRU =
                       (LOAN-BEG-YR * 100) + LOAN-BEG-MNTH
               ELSE
                   MOVE LOAN-PAID-THRU TO MH-NEW-PAID-THRU
               END-IF
               MOVE "RATE/TERM CHANGE AND RE-AMORTIZE"
                   TO WS-TYPE-WORDS
           END-IF.
           MOVE LOAN-FORB-THRU TO MH-NEW-FORB-THRU.
           MOVE ZERO TO MH-FORB-MONTHS.
           MOVE MH-NEW-PRINC TO WS-CALC-PRINC.
           MOVE MH-NEW-INT TO WS-CALC-INT.
           MOVE MH-NEW-TRM TO WS-CALC-TRM.
           PERFORM 420-PAYMENT-FORMULA.
           COMPUTE MH-NEW-PAYMENT = WS-CALC-PI + MH-ESCROW.
           PERFORM 450-SHOW-FIRST-DUE.
      *-----------------------------------------------------------------*
      *    A FORBEARANCE LEAVES RATE, TERM, AND PAYMENT ALONE. THE
      *    LOAN'S BEGINNING AND PAID-THROUGH MONTHS MOVE OUT BY THE
      *    FORBORNE MONTHS, SO THE TERM ENDS THAT MUCH LATER AND THE
      *    LOAN IS NO MORE AND NO LESS BEHIND WHEN DRAFTING RESUMES.
       440-FORBEAR-TERMS.
           MOVE ZERO TO MH-CAP-INT MH-CAP-LATE.
           MOVE WS-INP-FORB TO MH-FORB-MONTHS.
           MOVE LOAN-PRINC TO MH-NEW-PRINC.
           MOVE LOAN-INT TO MH-NEW-INT.
           MOVE LOAN-TRM TO MH-NEW-TRM.
           COMPUTE WS-MO-NUM = WS-EFF-NUM + MH-FORB-MONTHS - 1.
           PERFORM 910-NUM-TO-YM.
           MOVE WS-YM-X TO MH-NEW-FORB-THRU.
           ADD 1 TO WS-MO-NUM.
           PERFORM 910-NUM-TO-YM.
           MOVE WS-YM-X TO MH-SCHED-FROM.
           MOVE MH-OLD-REM-TRM TO MH-SCHED-PMTS.
           COMPUTE WS-MO-NUM = WS-BEG-NUM + MH-FORB-MONTHS.
           PERFORM 910-NUM-TO-YM.
           MOVE WS-YM-YR TO MH-NEW-BEG-YR.
           MOVE WS-YM-MO TO MH-NEW-BEG-MNTH.
           IF LOAN-PAID-THRU = ZERO
               MOVE ZERO TO MH-NEW-PAID-THRU
           ELSE
               MOVE LOAN-PAID-THRU TO WS-YM-X
               PERFORM 900-YM-TO-NUM
               ADD MH-FORB-MONTHS TO WS-MO-NUM
               PERFORM 910-NUM-TO-YM
               MOVE WS-YM-X TO MH-NEW-PAID-THRU
           END-IF.
           MOVE MH-OLD-PAYMENT TO MH-NEW-PAYMENT.
           MOVE "FORBEARANCE - NO DRAFT, PAYMENTS MOVE TO END"
               TO WS-TYPE-WORDS.
           PERFORM 450-SHOW-FIRST-DUE.
      *-----------------------------------------------------------------*
       450-SHOW-FIRST-DUE.
           MOVE MH-SCHED-FROM TO WS-YM-X.
           MOVE WS-YM-MO TO WS-DF-MO.
           MOVE WS-YM-YR TO WS-DF-YR.
      *-----------------------------------------------------------------*
      *    THE LOAN'S MODIFICATION COUNT ADVANCES NOW SO THE NEXT
      *    MODIFICATION GETS THE NEXT HISTORY KEY; THE TERMS THEMSELVES
      *    WAIT ON THE APPROVAL QUEUE.
       500-FILE-MODIFICATION.
           WRITE MOD-REC
               INVALID KEY
                   DISPLAY "MODIFICATION HISTORY WRITE FAILED, STATUS "
                       WS-MOD-STATUS
           END-WRITE.
           MOVE MH-SEQ TO LOAN-MOD-CNT.
           REWRITE LOAN-REC.
           OPEN EXTEND PENDING-CHG.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHG
               CLOSE PENDING-CHG
               OPEN EXTEND PENDING-CHG
           END-IF.
           MOVE "LOANMOD" TO PC-TARGET.
           MOVE MH-KEY TO PC-KEY.
           MOVE MH-OLD-PAYMENT TO PC-OLD-AMT.
           MOVE MH-NEW-PAYMENT TO PC-NEW-AMT.
           MOVE MH-NEW-PRINC TO PC-AUX-1.
           MOVE MH-NEW-TRM TO PC-AUX-2.
           MOVE ZERO TO PC-AUX-3.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           WRITE PENDING-REC.
           CLOSE PENDING-CHG.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
       600-PRINT-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-LOAN-NUM.
           MOVE ZERO TO WS-INP-SEQ.
           DISPLAY SCRN-LOAN-NUM.
           DISPLAY SCRN-MOD-NUM.
           ACCEPT SCRN-LOAN-NUM.
           ACCEPT SCRN-MOD-NUM.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-LOAN-NUM TO MH-LOAN-NUM LOAN-NUM-MST.
           MOVE WS-INP-SEQ TO MH-SEQ.
           READ MOD-HIST
               INVALID KEY
                   MOVE "*** MODIFICATION NOT ON FILE ***"
                       TO WS-ENTRY-MSG
           END-READ.
           IF WS-ENTRY-MSG = SPACES
               READ LOAN-MST
                   INVALID KEY
                       MOVE "*** LOAN NUMBER NOT ON FILE ***"
                           TO WS-ENTRY-MSG
               END-READ
           END-IF.
           IF WS-ENTRY-MSG = SPACES AND NOT MH-IS-APPROVED
               MOVE "*** MODIFICATION IS NOT APPROVED ***"
                   TO WS-ENTRY-MSG
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               PERFORM 610-PRINT-AGREEMENT
               PERFORM 650-PRINT-SCHEDULE
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-PRINTED
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-PRINT-AGREEMENT.
           MOVE WS-RD-MNTH TO AG-H-MNTH.
           MOVE WS-RD-DY TO AG-H-DY.
           MOVE WS-RD-YR TO AG-H-YR.
           WRITE AGMT-REC FROM WS-AG-HEAD-LINE.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           MOVE MH-LOAN-NUM TO AG-L-LOAN.
           MOVE MH-SEQ TO AG-L-SEQ.
           MOVE LOAN-BORROWER TO AG-L-BORROWER.
           WRITE AGMT-REC FROM WS-AG-LOAN-LINE.
           EVALUATE TRUE
               WHEN MH-IS-CAPITALIZE
                   MOVE "TYPE: ARREARS CAPITALIZED WITH RE-AMORTIZATION"
                       TO AG-TEXT
               WHEN MH-IS-FORBEAR
                   MOVE "TYPE: FORBEARANCE" TO AG-TEXT
               WHEN OTHER
                   MOVE "TYPE: RATE/TERM CHANGE WITH RE-AMORTIZATION"
                       TO AG-TEXT
           END-EVALUATE.
           WRITE AGMT-REC FROM WS-AG-TEXT-LINE.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 4
               MOVE WS-AG-BODY-LINE(WS-AG-IDX) TO AG-TEXT
               WRITE AGMT-REC FROM WS-AG-TEXT-LINE
           END-PERFORM.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           WRITE AGMT-REC FROM WS-AG-COL-LINE.
           PERFORM 620-PRINT-TERMS-TABLE.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           IF MH-IS-CAPITALIZE
               MOVE "PAST-DUE INTEREST ADDED TO PRINCIPAL"
                   TO AG-A-LABEL
               MOVE MH-CAP-INT TO AG-A-AMT
               WRITE AGMT-REC FROM WS-AG-AMT-LINE
               MOVE "LATE CHARGES ADDED TO PRINCIPAL" TO AG-A-LABEL
               MOVE MH-CAP-LATE TO AG-A-AMT
               WRITE AGMT-REC FROM WS-AG-AMT-LINE
               MOVE "THE LOAN IS BROUGHT CURRENT AS OF THE NEW TERMS."
                   TO AG-TEXT
               WRITE AGMT-REC FROM WS-AG-TEXT-LINE
           END-IF.
           IF MH-IS-FORBEAR
               MOVE MH-EFF-MONTH TO WS-YM-X
               PERFORM 630-EDIT-MONTH
               MOVE WS-DISP-FIRST TO AG-F-FROM
               MOVE MH-NEW-FORB-THRU TO WS-YM-X
               PERFORM 630-EDIT-MONTH
               MOVE WS-DISP-FIRST TO AG-F-THRU
               WRITE AGMT-REC FROM WS-AG-FORB-LINE
               MOVE "PAYMENTS NOT DRAFTED ARE ADDED TO THE END OF TERM."
                   TO AG-TEXT
               WRITE AGMT-REC FROM WS-AG-TEXT-LINE
           END-IF.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           MOVE MH-MAKER TO AG-S-MAKER.
           MOVE MH-APPROVER TO AG-S-APPROVER.
           MOVE MH-APPROVE-DATE TO WS-AG-APPR-DATE.
           MOVE WS-AA-MNTH TO AG-S-MNTH.
           MOVE WS-AA-DY TO AG-S-DY.
           MOVE WS-AA-YR TO AG-S-YR.
           WRITE AGMT-REC FROM WS-AG-SIGNED-LINE.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           WRITE AGMT-REC FROM WS-AG-SIGN-LINE-1.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           WRITE AGMT-REC FROM WS-AG-SIGN-LINE-2.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
      *-----------------------------------------------------------------*
       620-PRINT-TERMS-TABLE.
           MOVE "PRINCIPAL BALANCE" TO AG-LABEL.
           MOVE MH-OLD-CUR-PRINC TO WS-ED-AMT.
           MOVE WS-ED-AMT TO AG-ORIG.
           IF MH-IS-FORBEAR
               MOVE MH-OLD-CUR-PRINC TO WS-ED-AMT
           ELSE
               MOVE MH-NEW-PRINC TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO AG-NEW.
           WRITE AGMT-REC FROM WS-AG-ROW.
           MOVE "INTEREST RATE" TO AG-LABEL.
           MOVE MH-OLD-INT TO WS-ERP-RATE.
           MOVE WS-ED-RATE-PCT TO AG-ORIG.
           MOVE MH-NEW-INT TO WS-ERP-RATE.
           MOVE WS-ED-RATE-PCT TO AG-NEW.
           WRITE AGMT-REC FROM WS-AG-ROW.
           MOVE "PAYMENTS REMAINING" TO AG-LABEL.
           MOVE MH-OLD-REM-TRM TO WS-ED-TRM.
           MOVE WS-ED-TRM TO AG-ORIG.
           MOVE MH-SCHED-PMTS TO WS-ED-TRM.
           MOVE WS-ED-TRM TO AG-NEW.
           WRITE AGMT-REC FROM WS-AG-ROW.
           MOVE "MONTHLY PAYMENT W/ESCROW" TO AG-LABEL.
           MOVE MH-OLD-PAYMENT TO WS-ED-AMT.
           MOVE WS-ED-AMT TO AG-ORIG.
           MOVE MH-NEW-PAYMENT TO WS-ED-AMT.
           MOVE WS-ED-AMT TO AG-NEW.
           WRITE AGMT-REC FROM WS-AG-ROW.
           MOVE "NEXT PAYMENT DUE" TO AG-LABEL.
           MOVE MH-EFF-MONTH TO WS-YM-X.
           PERFORM 630-EDIT-MONTH.
           MOVE WS-DISP-FIRST TO AG-ORIG.
           MOVE MH-SCHED-FROM TO WS-YM-X.
           PERFORM 630-EDIT-MONTH.
           MOVE WS-DISP-FIRST TO AG-NEW.
           WRITE AGMT-REC FROM WS-AG-ROW.
      *-----------------------------------------------------------------*
       630-EDIT-MONTH.
           MOVE WS-YM-MO TO WS-DF-MO.
           MOVE WS-YM-YR TO WS-DF-YR.
      *-----------------------------------------------------------------*
      *    THE NEW SCHEDULE RUNS FROM THE FIRST PAYMENT UNDER THE
      *    MODIFIED TERMS - INTEREST ON THE BALANCE EACH MONTH THE WAY
      *    THE DSB-LOAN-FUND SERVICING SPLIT TAKES IT, THE REST TO
      *    PRINCIPAL, AND THE LAST PAYMENT SWEEPING UP WHAT REMAINS.
       650-PRINT-SCHEDULE.
           WRITE AGMT-REC FROM WS-AG-BREAK-LINE.
           MOVE "PAYMENT SCHEDULE UNDER THE MODIFIED TERMS" TO AG-TEXT.
           WRITE AGMT-REC FROM WS-AG-TEXT-LINE.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           WRITE AGMT-REC FROM WS-SCHED-COLS.
           IF MH-IS-FORBEAR
               MOVE MH-OLD-CUR-PRINC TO WS-SC-BAL
           ELSE
               MOVE MH-NEW-PRINC TO WS-SC-BAL
           END-IF.
           COMPUTE WS-SC-PI = MH-NEW-PAYMENT - MH-ESCROW.
           COMPUTE WS-MONTHLY-RATE ROUNDED = MH-NEW-INT / 1200.
           MOVE ZERO TO WS-SC-TOT-INT.
           MOVE MH-SCHED-FROM TO WS-YM-X.
           PERFORM 900-YM-TO-NUM.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > MH-SCHED-PMTS OR WS-SC-BAL = ZERO
               COMPUTE WS-SC-INT ROUNDED = WS-SC-BAL * WS-MONTHLY-RATE
               IF WS-SC-PI > WS-SC-INT
                   COMPUTE WS-SC-PRIN = WS-SC-PI - WS-SC-INT
               ELSE
                   MOVE ZERO TO WS-SC-PRIN
               END-IF
               IF WS-SC-PRIN > WS-SC-BAL OR WS-SC-IDX = MH-SCHED-PMTS
                   MOVE WS-SC-BAL TO WS-SC-PRIN
               END-IF
               SUBTRACT WS-SC-PRIN FROM WS-SC-BAL
               ADD WS-SC-INT TO WS-SC-TOT-INT
               PERFORM 910-NUM-TO-YM
               MOVE WS-SC-IDX TO SR-NUM
               MOVE WS-YM-MO TO SR-MO
               MOVE WS-YM-YR TO SR-YR
               COMPUTE SR-PMT = WS-SC-INT + WS-SC-PRIN + MH-ESCROW
               MOVE WS-SC-INT TO SR-INT
               MOVE WS-SC-PRIN TO SR-PRIN
               MOVE MH-ESCROW TO SR-ESC
               MOVE WS-SC-BAL TO SR-BAL
               WRITE AGMT-REC FROM WS-SCHED-ROW
               ADD 1 TO WS-MO-NUM
           END-PERFORM.
           MOVE WS-SC-TOT-INT TO ST-INT.
           MOVE BLANK-LINE TO AGMT-REC.
           WRITE AGMT-REC.
           WRITE AGMT-REC FROM WS-SCHED-TOTAL.
           WRITE AGMT-REC FROM WS-AG-BREAK-LINE.
      *-----------------------------------------------------------------*
       900-YM-TO-NUM.
           COMPUTE WS-MO-NUM = (WS-YM-YR * 12) + WS-YM-MO - 1.
      *-----------------------------------------------------------------*
       910-NUM-TO-YM.
           DIVIDE WS-MO-NUM BY 12 GIVING WS-YM-YR
               REMAINDER WS-MO-REM.
           COMPUTE WS-YM-MO = WS-MO-REM + 1.

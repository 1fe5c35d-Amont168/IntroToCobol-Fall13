      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LOAN-UW
      *    PURPOSE: NIGHTLY LOAN UNDERWRITING RUN. EVERY PENDING
      *        APPLICATION ON DSB-LOAN-APP.TXT IS PRICED WITH THE SAME
      *        AMORTIZATION FORMULA DSB-LOAN QUOTES WITH (PRINCIPAL
      *        AND INTEREST PLUS THE MONTHLY TAX/INSURANCE ESCROW),
      *        AND THAT PAYMENT DRIVES ITS RATIOS:
      *            DEBT-TO-INCOME = (EXISTING DEBTS + PAYMENT) /
      *                             MONTHLY INCOME
      *            LOAN-TO-VALUE  = AMOUNT REQUESTED / COLLATERAL
      *        THE POLICY TABLE (DSB-UW-POLICY.TXT) IS TIERED BY LOAN
      *        AMOUNT - THE SMALLEST TIER COVERING THE AMOUNT GIVES AN
      *        APPROVE LIMIT AND A REFER LIMIT FOR EACH RATIO. AT OR
      *        UNDER THE APPROVE LIMIT PASSES, UP TO THE REFER LIMIT
      *        REFERS TO A LOAN OFFICER (DSB-LOAN-APP), AND OVER IT
      *        DECLINES. ANY DECLINE REASON DECLINES THE APPLICATION;
      *        OTHERWISE ANY REFER REASON REFERS IT. REASON CODES ARE
      *        IN COPYBOOK DSB-UW-REASON.
      *    EVERY DECISION LISTS ON DSB-UW-REGISTER.TXT, AND EVERY
      *        DECLINED APPLICATION NOT YET LETTERED - TONIGHT'S AND
      *        ANY AN OFFICER DECLINED TODAY - GETS AN ADVERSE-ACTION
      *        LETTER ON DSB-ADVERSE-ACTION.TXT WITH ITS PRINCIPAL
      *        REASONS AND THE EQUAL CREDIT OPPORTUNITY ACT NOTICE.
      *    WITH NO POLICY TABLE ON FILE THE RUN USES ONE BUILT-IN TIER
      *        (36/43 DEBT-TO-INCOME, 80/95 LOAN-TO-VALUE).
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LOAN-UW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-APP         ASSIGN "DSB-LOAN-APP.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS APP-NUM-MST
                               FILE STATUS IS WS-APP-STATUS.

       SELECT CUST-MST         ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT POLICY-IN        ASSIGN "DSB-UW-POLICY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-POLICY-STATUS.

       SELECT REGISTER-OUT     ASSIGN "DSB-UW-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LETTER-OUT       ASSIGN "DSB-ADVERSE-ACTION.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-APP.
       01  APP-REC.
           03  APP-NUM-MST         PIC X(7).
           03  APP-CUST-NUM        PIC X(5).
           03  APP-NAME            PIC X(20).
           03  APP-MTH-INCOME      PIC 9(7)V99.
           03  APP-MTH-DEBTS       PIC 9(7)V99.
           03  APP-COLLAT-VAL      PIC 9(7)V99.
           03  APP-REQ-AMT         PIC 9(7)V99.
           03  APP-REQ-TRM         PIC 999.
           03  APP-REQ-RATE        PIC 99V999.
           03  APP-ANNL-TAX        PIC 9(7)V99.
           03  APP-ANNL-INS        PIC 9(7)V99.
           03  APP-ENTRY-DATE      PIC 9(8).
           03  APP-OPERATOR        PIC X(10).
           03  APP-PAYMENT         PIC 9(7)V99.
           03  APP-DTI             PIC 9(3)V99.
           03  APP-LTV             PIC 9(3)V99.
           03  APP-DECISION        PIC X.
               88  APP-IS-PENDING            VALUE " ".
               88  APP-IS-APPROVED           VALUE "A".
               88  APP-IS-REFERRED           VALUE "R".
               88  APP-IS-DECLINED           VALUE "D".
           03  APP-REASONS.
               05  APP-REASON      PIC X(2) OCCURS 4 TIMES.
           03  APP-DECISION-DATE   PIC 9(8).
           03  APP-DECIDED-BY      PIC X(10).
           03  APP-LETTER-SENT     PIC X.
           03  APP-LOAN-NUM        PIC X(7).

       FD  CUST-MST.
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

       FD  POLICY-IN.
       01  POLICY-REC.
           03  UWP-MAX-AMT             PIC 9(7)V99.
           03  UWP-DTI-APPROVE         PIC 9(3)V99.
           03  UWP-DTI-REFER           PIC 9(3)V99.
           03  UWP-LTV-APPROVE         PIC 9(3)V99.
           03  UWP-LTV-REFER           PIC 9(3)V99.

       FD  REGISTER-OUT.
       01  REGISTER-REC                PIC X(80).

       FD  LETTER-OUT.
       01  LETTER-REC                  PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-APP-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-POLICY-STATUS            PIC XX.
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

      *    POLICY TIERS, UP TO 10. EACH APPLICATION TAKES THE
      *    SMALLEST CEILING AT OR ABOVE ITS AMOUNT, SO THE TABLE
      *    NEED NOT BE IN ORDER ON DISK.
       01  WS-POL-EOF-FLAG             PIC X VALUE "N".
           88  WS-POL-EOF                    VALUE "Y".
       01  WS-POL-CNT                  PIC 9(2) VALUE ZERO.
       01  WS-POL-IDX                  PIC 9(2).
       01  WS-POL-PICK                 PIC 9(2).
       01  WS-POLICY-TABLE.
           03  WS-POL-ENTRY OCCURS 10 TIMES.
               05  WS-POL-MAX-AMT      PIC 9(7)V99.
               05  WS-POL-DTI-APPROVE  PIC 9(3)V99.
               05  WS-POL-DTI-REFER    PIC 9(3)V99.
               05  WS-POL-LTV-APPROVE  PIC 9(3)V99.
               05  WS-POL-LTV-REFER    PIC 9(3)V99.

      *    SAME PAYMENT FORMULA AND WORK FIELDS AS THE DSB-LOAN QUOTE
      *    SCREEN, SO THE PAYMENT UNDERWRITTEN IS THE PAYMENT QUOTED.
       01  WS-RATE                     PIC V99999.
       01  WS-HOLDER1                  PIC 99999999V999999.
       01  WS-HOLDER2                  PIC 9999V9999999999.
       01  WS-HOLDER3                  PIC 999V99999999999.
       01  WS-PI-PAYMENT               PIC 9(7)V99.
       01  WS-MONTHLY-ESCROW           PIC 9(5)V99.
       01  WS-RATIO-CAP                PIC 9(3)V99 VALUE 999.99.

       01  WS-RSN-SLOT                 PIC 9 VALUE ZERO.
       01  WS-RSN-IDX                  PIC 9.
       01  WS-HAS-DECLINE-FLAG         PIC X.
           88  WS-HAS-DECLINE                VALUE "Y".
       01  WS-HAS-REFER-FLAG           PIC X.
           88  WS-HAS-REFER                  VALUE "Y".

           COPY DSB-UW-REASON.

       01  WS-REGISTER-ROW.
           03  RG-APP-NUM              PIC X(7).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RG-NAME                 PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  RG-AMT                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  RG-DTI                  PIC ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  RG-LTV                  PIC ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  RG-DECISION             PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  RG-REASONS              PIC X(11).

       01  WS-REGISTER-COLS.
           03  FILLER                  PIC X(40) VALUE
               "APP NO   APPLICANT                  AMOU".
           03  FILLER                  PIC X(40) VALUE
               "NT    DTI%   LTV% DECISION REASONS".

       01  WS-REGISTER-TOTAL.
           03  FILLER                  PIC X(10) VALUE "APPROVED ".
           03  RT-APPROVED             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  REFERRED ".
           03  RT-REFERRED             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE "  DECLINED ".
           03  RT-DECLINED             PIC ZZ,ZZ9.

      *    THE ADVERSE-ACTION LETTER. THE PRINCIPAL REASONS COME FROM
      *    THE REASON TABLE; THE CLOSING PARAGRAPH IS THE NOTICE THE
      *    EQUAL CREDIT OPPORTUNITY ACT REQUIRES ON EVERY DENIAL.
       01  WS-LTR-HEAD-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "ACME MORTGAGE CO. - LOAN DEPARTMENT".
           03  LTR-MNTH                PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-DY                  PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-YR                  PIC 9(4).

       01  WS-LTR-ADDR-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-ADDR                PIC X(40).

       01  WS-LTR-CITY-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-CITY                PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  LTR-STATE               PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LTR-ZIP                 PIC X(5).

       01  WS-LTR-REF-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(25)
                               VALUE "RE: LOAN APPLICATION NO. ".
           03  LTR-APP-NUM             PIC X(7).
           03  FILLER                  PIC X(13)
                               VALUE "   AMOUNT:  ".
           03  LTR-AMT                 PIC $$,$$$,$$9.99.

       01  WS-LTR-TEXT-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-TEXT                PIC X(60).

       01  WS-LTR-REASON-LINE.
           03  FILLER                  PIC X(9) VALUE SPACES.
           03  FILLER                  PIC X(2) VALUE "- ".
           03  LTR-REASON              PIC X(40).

       01  WS-LTR-OPEN-TEXT.
           03  FILLER                  PIC X(60) VALUE
               "THANK YOU FOR YOUR RECENT APPLICATION FOR CREDIT.".
           03  FILLER                  PIC X(60) VALUE
               "AFTER CAREFUL REVIEW WE ARE UNABLE TO APPROVE IT AT".
           03  FILLER                  PIC X(60) VALUE
               "THIS TIME. THE PRINCIPAL REASON(S) FOR OUR DECISION:".
       01  WS-LTR-OPEN-TBL REDEFINES WS-LTR-OPEN-TEXT.
           03  WS-LTR-OPEN-LINE        PIC X(60) OCCURS 3 TIMES.

       01  WS-LTR-ECOA-TEXT.
           03  FILLER                  PIC X(60) VALUE
               "THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT PROHIBITS".
           03  FILLER                  PIC X(60) VALUE
               "CREDITORS FROM DISCRIMINATING AGAINST CREDIT".
           03  FILLER                  PIC X(60) VALUE
               "APPLICANTS ON THE BASIS OF RACE, COLOR, RELIGION,".
           03  FILLER                  PIC X(60) VALUE
               "NATIONAL ORIGIN, SEX, MARITAL STATUS, OR AGE (PROVIDED".
           03  FILLER                  PIC X(60) VALUE
               "THE APPLICANT HAS THE CAPACITY TO ENTER INTO A BINDING".
           03  FILLER                  PIC X(60) VALUE
               "CONTRACT); BECAUSE ALL OR PART OF THE APPLICANT'S".
           03  FILLER                  PIC X(60) VALUE
               "INCOME DERIVES FROM ANY PUBLIC ASSISTANCE PROGRAM; OR".
           03  FILLER                  PIC X(60) VALUE
               "BECAUSE THE APPLICANT HAS IN GOOD FAITH EXERCISED ANY".
           03  FILLER                  PIC X(60) VALUE
               "RIGHT UNDER THE CONSUMER CREDIT PROTECTION ACT. THE".
           03  FILLER                  PIC X(60) VALUE
               "FEDERAL AGENCY THAT ADMINISTERS COMPLIANCE WITH THIS".
           03  FILLER                  PIC X(60) VALUE
               "LAW CONCERNING THIS CREDITOR IS THE CONSUMER FINANCIAL".
           03  FILLER                  PIC X(60) VALUE
               "PROTECTION BUREAU, 1700 G STREET NW, WASHINGTON, DC".
           03  FILLER                  PIC X(60) VALUE
               "20552.".
       01  WS-LTR-ECOA-TBL REDEFINES WS-LTR-ECOA-TEXT.
           03  WS-LTR-ECOA-LINE        PIC X(60) OCCURS 13 TIMES.
       01  WS-LTR-IDX                  PIC 9(2).
       01  WS-LTR-BREAK-LINE           PIC X(80) VALUE ALL "-".

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-UW".

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
       01  WS-DECIDED-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-CNTR            PIC 9(5) VALUE ZERO.
       01  WS-REFERRED-CNTR            PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-CNTR            PIC 9(5) VALUE ZERO.
       01  WS-LETTER-CNTR              PIC 9(5) VALUE ZERO.

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
           OPEN I-O LOAN-APP.
           IF WS-APP-STATUS = "35"
               DISPLAY "DSB-LOAN-APP.TXT NOT FOUND - NOTHING TO "
                   "UNDERWRITE"
               GOBACK
           END-IF.
           OPEN INPUT CUST-MST.
           IF WS-CUST-STATUS NOT = "35"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           END-IF.
           PERFORM 110-LOAD-POLICY.
           OPEN OUTPUT REGISTER-OUT.
           OPEN OUTPUT LETTER-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           MOVE LOW-VALUES TO APP-NUM-MST.
           START LOAN-APP KEY NOT < APP-NUM-MST
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ LOAN-APP NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 200-REVIEW-LOOP UNTIL WS-EOF.
           MOVE WS-APPROVED-CNTR TO RT-APPROVED.
           MOVE WS-REFERRED-CNTR TO RT-REFERRED.
           MOVE WS-DECLINED-CNTR TO RT-DECLINED.
           MOVE BLANK-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           WRITE REGISTER-REC FROM WS-REGISTER-TOTAL.
           WRITE REGISTER-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE LOAN-APP.
           IF WS-CUST-OPEN
               CLOSE CUST-MST
           END-IF.
           CLOSE REGISTER-OUT.
           CLOSE LETTER-OUT.
           DISPLAY "APPLICATIONS DECIDED   = " WS-DECIDED-CNTR.
           DISPLAY "ADVERSE-ACTION LETTERS = " WS-LETTER-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-DECIDED-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

       110-LOAD-POLICY.
           MOVE ZERO TO WS-POL-CNT.
           OPEN INPUT POLICY-IN.
           IF WS-POLICY-STATUS NOT = "35"
               READ POLICY-IN AT END MOVE "Y" TO WS-POL-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-POL-EOF OR WS-POL-CNT >= 10
                   ADD 1 TO WS-POL-CNT
                   MOVE UWP-MAX-AMT TO WS-POL-MAX-AMT(WS-POL-CNT)
                   MOVE UWP-DTI-APPROVE
                       TO WS-POL-DTI-APPROVE(WS-POL-CNT)
                   MOVE UWP-DTI-REFER TO WS-POL-DTI-REFER(WS-POL-CNT)
                   MOVE UWP-LTV-APPROVE
                       TO WS-POL-LTV-APPROVE(WS-POL-CNT)
                   MOVE UWP-LTV-REFER TO WS-POL-LTV-REFER(WS-POL-CNT)
                   READ POLICY-IN
                       AT END MOVE "Y" TO WS-POL-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE POLICY-IN
           END-IF.
           IF WS-POL-CNT = ZERO
               DISPLAY "DSB-UW-POLICY.TXT NOT FOUND OR EMPTY - "
                   "BUILT-IN POLICY USED"
               MOVE 1 TO WS-POL-CNT
               MOVE 9999999.99 TO WS-POL-MAX-AMT(1)
               MOVE 36.00 TO WS-POL-DTI-APPROVE(1)
               MOVE 43.00 TO WS-POL-DTI-REFER(1)
               MOVE 80.00 TO WS-POL-LTV-APPROVE(1)
               MOVE 95.00 TO WS-POL-LTV-REFER(1)
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-REGISTER-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE REGISTER-REC FROM WS-RPT-HEADER-1.
           WRITE REGISTER-REC FROM WS-RPT-HEADER-2.
           MOVE "LOAN UNDERWRITING DECISIONS" TO REGISTER-REC.
           WRITE REGISTER-REC.
           MOVE BLANK-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           WRITE REGISTER-REC FROM WS-REGISTER-COLS.

      *-----------------------------------------------------------------*
      *    PENDING APPLICATIONS ARE DECIDED; A DECLINE - TONIGHT'S OR
      *    AN OFFICER'S - IS LETTERED ONCE.

       200-REVIEW-LOOP.
           IF APP-IS-PENDING
               PERFORM 210-UNDERWRITE
               PERFORM 250-LIST-DECISION
               REWRITE APP-REC
           END-IF.
           IF APP-IS-DECLINED AND APP-LETTER-SENT NOT = "Y"
               PERFORM 300-WRITE-LETTER
               MOVE "Y" TO APP-LETTER-SENT
               REWRITE APP-REC
           END-IF.
           READ LOAN-APP NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-UNDERWRITE.
           MOVE SPACES TO APP-REASONS.
           MOVE ZERO TO WS-RSN-SLOT.
           PERFORM 220-PRICE-PAYMENT.
           PERFORM 230-COMPUTE-RATIOS.
           PERFORM 240-APPLY-POLICY.
           MOVE "N" TO WS-HAS-DECLINE-FLAG.
           MOVE "N" TO WS-HAS-REFER-FLAG.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 4
               IF APP-REASON(WS-RSN-IDX)(1:1) = "D"
                   MOVE "Y" TO WS-HAS-DECLINE-FLAG
               END-IF
               IF APP-REASON(WS-RSN-IDX)(1:1) = "R"
                   MOVE "Y" TO WS-HAS-REFER-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HAS-DECLINE
                   MOVE "D" TO APP-DECISION
                   MOVE "N" TO APP-LETTER-SENT
                   ADD 1 TO WS-DECLINED-CNTR
               WHEN WS-HAS-REFER
                   MOVE "R" TO APP-DECISION
                   ADD 1 TO WS-REFERRED-CNTR
               WHEN OTHER
                   MOVE "A" TO APP-DECISION
                   ADD 1 TO WS-APPROVED-CNTR
           END-EVALUATE.
           MOVE WS-RUN-DATE TO APP-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO APP-DECIDED-BY.
           ADD 1 TO WS-DECIDED-CNTR.

      *-----------------------------------------------------------------*

       220-PRICE-PAYMENT.
           COMPUTE WS-RATE ROUNDED = APP-REQ-RATE / 100.
           COMPUTE WS-HOLDER1 ROUNDED = APP-REQ-AMT * WS-RATE.
           COMPUTE WS-HOLDER2 ROUNDED = WS-RATE / 12.
           COMPUTE WS-HOLDER2 ROUNDED = WS-HOLDER2 + 1.
           COMPUTE WS-HOLDER3 ROUNDED =
               WS-HOLDER2 ** (APP-REQ-TRM * -1).
           COMPUTE WS-HOLDER3 = 1 - WS-HOLDER3.
           COMPUTE WS-HOLDER3 ROUNDED = 12 * WS-HOLDER3.
           IF WS-HOLDER3 = ZERO
               MOVE ZERO TO WS-PI-PAYMENT
           ELSE
               COMPUTE WS-PI-PAYMENT ROUNDED = WS-HOLDER1 / WS-HOLDER3
           END-IF.
           COMPUTE WS-MONTHLY-ESCROW ROUNDED =
               (APP-ANNL-TAX + APP-ANNL-INS) / 12.
           COMPUTE APP-PAYMENT = WS-PI-PAYMENT + WS-MONTHLY-ESCROW.

      *-----------------------------------------------------------------*
      *    NO INCOME OR NO COLLATERAL LEAVES THE RATIO AT ITS CAP SO
      *    THE POLICY TEST DECLINES IT RATHER THAN DIVIDING BY ZERO.

       230-COMPUTE-RATIOS.
           IF APP-MTH-INCOME = ZERO
               MOVE WS-RATIO-CAP TO APP-DTI
           ELSE
               COMPUTE APP-DTI ROUNDED =
                   ((APP-MTH-DEBTS + APP-PAYMENT) * 100)
                   / APP-MTH-INCOME
                   ON SIZE ERROR MOVE WS-RATIO-CAP TO APP-DTI
               END-COMPUTE
           END-IF.
           IF APP-COLLAT-VAL = ZERO
               MOVE WS-RATIO-CAP TO APP-LTV
           ELSE
               COMPUTE APP-LTV ROUNDED =
                   (APP-REQ-AMT * 100) / APP-COLLAT-VAL
                   ON SIZE ERROR MOVE WS-RATIO-CAP TO APP-LTV
               END-COMPUTE
           END-IF.

      *-----------------------------------------------------------------*

       240-APPLY-POLICY.
           MOVE ZERO TO WS-POL-PICK.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-CNT
               IF WS-POL-MAX-AMT(WS-POL-IDX) >= APP-REQ-AMT
                   IF WS-POL-PICK = ZERO
                       MOVE WS-POL-IDX TO WS-POL-PICK
                   ELSE
                       IF WS-POL-MAX-AMT(WS-POL-IDX) <
                               WS-POL-MAX-AMT(WS-POL-PICK)
                           MOVE WS-POL-IDX TO WS-POL-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POL-PICK = ZERO
               ADD 1 TO WS-RSN-SLOT
               MOVE "D4" TO APP-REASON(WS-RSN-SLOT)
           ELSE
               EVALUATE TRUE
                   WHEN APP-MTH-INCOME = ZERO
                       ADD 1 TO WS-RSN-SLOT
                       MOVE "D3" TO APP-REASON(WS-RSN-SLOT)
                   WHEN APP-DTI > WS-POL-DTI-REFER(WS-POL-PICK)
                       ADD 1 TO WS-RSN-SLOT
                       MOVE "D1" TO APP-REASON(WS-RSN-SLOT)
                   WHEN APP-DTI > WS-POL-DTI-APPROVE(WS-POL-PICK)
                       ADD 1 TO WS-RSN-SLOT
                       MOVE "R1" TO APP-REASON(WS-RSN-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN APP-LTV > WS-POL-LTV-REFER(WS-POL-PICK)
                       ADD 1 TO WS-RSN-SLOT
                       MOVE "D2" TO APP-REASON(WS-RSN-SLOT)
                   WHEN APP-LTV > WS-POL-LTV-APPROVE(WS-POL-PICK)
                       ADD 1 TO WS-RSN-SLOT
                       MOVE "R2" TO APP-REASON(WS-RSN-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------*

       250-LIST-DECISION.
           MOVE APP-NUM-MST TO RG-APP-NUM.
           MOVE APP-NAME TO RG-NAME.
           MOVE APP-REQ-AMT TO RG-AMT.
           MOVE APP-DTI TO RG-DTI.
           MOVE APP-LTV TO RG-LTV.
           EVALUATE TRUE
               WHEN APP-IS-APPROVED
                   MOVE "APPROVED" TO RG-DECISION
               WHEN APP-IS-REFERRED
                   MOVE "REFERRED" TO RG-DECISION
               WHEN OTHER
                   MOVE "DECLINED" TO RG-DECISION
           END-EVALUATE.
           MOVE SPACES TO RG-REASONS.
           STRING APP-REASON(1) " " APP-REASON(2) " "
               APP-REASON(3) " " APP-REASON(4)
               DELIMITED BY SIZE INTO RG-REASONS
           END-STRING.
           WRITE REGISTER-REC FROM WS-REGISTER-ROW.

      *-----------------------------------------------------------------*
      *    THE LETTER GOES TO THE CUSTOMER MASTER ADDRESS; IF THE
      *    CUSTOMER HAS SINCE GONE IT IS ADDRESSED BY NAME ONLY AND
      *    THE DESK FILLS IN THE ENVELOPE.

       300-WRITE-LETTER.
           MOVE WS-RD-MNTH TO LTR-MNTH.
           MOVE WS-RD-DY TO LTR-DY.
           MOVE WS-RD-YR TO LTR-YR.
           WRITE LETTER-REC FROM WS-LTR-HEAD-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE APP-NAME TO LTR-ADDR.
           WRITE LETTER-REC FROM WS-LTR-ADDR-LINE.
           IF WS-CUST-OPEN
               MOVE APP-CUST-NUM TO CUST-NUM-MST
               READ CUST-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-STREET-MST TO LTR-ADDR
                       WRITE LETTER-REC FROM WS-LTR-ADDR-LINE
                       MOVE CUST-CITY-MST TO LTR-CITY
                       MOVE CUST-STATE-MST TO LTR-STATE
                       MOVE CUST-ZIP-MST TO LTR-ZIP
                       WRITE LETTER-REC FROM WS-LTR-CITY-LINE
               END-READ
           END-IF.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE APP-NUM-MST TO LTR-APP-NUM.
           MOVE APP-REQ-AMT TO LTR-AMT.
           WRITE LETTER-REC FROM WS-LTR-REF-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > 3
               MOVE WS-LTR-OPEN-LINE(WS-LTR-IDX) TO LTR-TEXT
               WRITE LETTER-REC FROM WS-LTR-TEXT-LINE
           END-PERFORM.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 4
               IF APP-REASON(WS-RSN-IDX)(1:1) = "D"
                   PERFORM 310-LETTER-REASON
               END-IF
           END-PERFORM.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > 13
               MOVE WS-LTR-ECOA-LINE(WS-LTR-IDX) TO LTR-TEXT
               WRITE LETTER-REC FROM WS-LTR-TEXT-LINE
           END-PERFORM.
           WRITE LETTER-REC FROM WS-LTR-BREAK-LINE.
           ADD 1 TO WS-LETTER-CNTR.

      *-----------------------------------------------------------------*

       310-LETTER-REASON.
           MOVE SPACES TO LTR-REASON.
           PERFORM VARYING WS-UW-REASON-IDX FROM 1 BY 1
                   UNTIL WS-UW-REASON-IDX > WS-UW-REASON-CNT
               IF WS-UW-REASON-CODE(WS-UW-REASON-IDX) =
                       APP-REASON(WS-RSN-IDX)
                   MOVE WS-UW-REASON-TEXT(WS-UW-REASON-IDX)
                       TO LTR-REASON
               END-IF
           END-PERFORM.
           WRITE LETTER-REC FROM WS-LTR-REASON-LINE.

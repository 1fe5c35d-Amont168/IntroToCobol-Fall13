      *        30/60/90 AGING REPORT (SAME BUCKETS AS THE CLIENT
      *        BILLING AGING), AND A PAST-DUE NOTICE PRINTS PER
      *        DELINQUENT BORROWER.
      *    A LOAN IN AN APPROVED FORBEARANCE (DSB-LOAN-MOD) IS NOT
      *        AGED - IT KEEPS ITS PAST-DUE COUNT, GETS NO NOTICE, AND
      *        STAYS OFF THE AGING REPORT THROUGH ITS FORBEARANCE
      *        MONTH.
      *    THE RUN ENDS BY WRITING THE NIGHT'S LOAN GL TOTALS
      *        (LOAN-GL-TOTALS.TXT) FOR DSB-GL-FEED: THE DAY'S PAIRS
      *        FROM THE LOAN GL WORK FILE (DISBURSEMENTS AND DRAFT
      *        SPLITS FROM DSB-LOAN-FUND, ESCROW DISBURSEMENTS FROM
      *        DSB-ESCROW-MAINT) PLUS TONIGHT'S RETURNED-DRAFT
      *        REVERSALS AND LATE-CHARGE ASSESSMENTS, SUMMED TO ONE
      *        BALANCED PAIR PER BRANCH PER KIND OF ACTIVITY. A NIGHT
      *        WITH NO LOAN ACTIVITY STILL WRITES A ZERO PAIR DATED
      *        THE PROCESSING DATE, SO THE FEED CAN TELL A QUIET
      *        NIGHT FROM A SKIPPED STEP.
      *    EACH PAST-DUE NOTICE IS ALSO ADDED AS ONE PIECE TO THE COMMON
      *        MAIL FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN MAILS IT
      *        TO THE BORROWING CUSTOMER'S ADDRESS.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT NOTICE-OUT       ASSIGN "DSB-LOAN-PD-NOTICES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT LOAN-GL-WORK-IN  ASSIGN "DSB-LOAN-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-WORK-STATUS.

       SELECT LOAN-GL-OUT      ASSIGN "LOAN-GL-TOTALS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

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

      *    ONLY THE ACCOUNT NUMBER MATTERS HERE - THE REST OF THE
      *    STATUS EXCEPTION ROW IS DISPLAY-FORMATTED FOR THE BRANCH.
       FD  NOTICE-OUT.
       01  NOTICE-REC                  PIC X(80).

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(81).
           03  ACC-BRANCH-BNK          PIC X(2).
           03  FILLER                  PIC X(17).

       FD  LOAN-GL-WORK-IN.
       01  LOAN-GL-WORK-REC            PIC X(70).

       FD  LOAN-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-SX-STATUS                PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-GL-WORK-STATUS           PIC XX.
       01  WS-GL-WORK-EOF-FLAG         PIC X VALUE "N".
           88  WS-GL-WORK-EOF                VALUE "Y".

           COPY DSB-EOF-EXCPT.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-DELINQ".

           COPY DSB-STEP-PARM.
           COPY DSB-MAIL-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-BOUNCE-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-PD-CNTR                  PIC 9(7) VALUE ZERO.

      *    LOAN GL ACCOUNTS.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".
       01  WS-GL-LOAN-ACCT             PIC X(4) VALUE "1410".
       01  WS-GL-LATE-RCV-ACCT         PIC X(4) VALUE "1430".
       01  WS-GL-ESCROW-ACCT           PIC X(4) VALUE "2310".
       01  WS-GL-LOAN-INT-ACCT         PIC X(4) VALUE "4110".
       01  WS-GL-LATE-FEE-ACCT         PIC X(4) VALUE "4120".

      *    ONE ROW OF THE LOAN GL WORK FILE - THE LAYOUT MIRRORS
      *    DSB-GL-DETAIL. A DEBIT ROW IS ALWAYS FOLLOWED BY ITS
      *    CREDIT ROW.
       01  WS-WORK-ROW.
           03  WS-WK-DATE              PIC X(8).
           03  WS-WK-SOURCE            PIC X(10).
           03  WS-WK-DESC              PIC X(30).
           03  WS-WK-AMOUNT            PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           03  WS-WK-DR-ACCT           PIC X(4).
           03  WS-WK-CR-ACCT           PIC X(4).
           03  WS-WK-BRANCH            PIC X(2).

      *    THE NIGHT'S LOAN GL TOTALS - ONE SLOT PER BRANCH AND KIND OF
      *    ACTIVITY (DESCRIPTION AND ACCOUNT PAIR).
       01  WS-LG-TABLE.
           03  WS-LG-ENTRY OCCURS 200 TIMES.
               05  WS-LG-BRANCH        PIC X(2).
               05  WS-LG-DR            PIC X(4).
               05  WS-LG-CR            PIC X(4).
               05  WS-LG-DESC          PIC X(30).
               05  WS-LG-AMOUNT        PIC S9(9)V99.
       01  WS-LG-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-LG-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-LG-SLOT                  PIC 9(3) VALUE ZERO.
       01  WS-LG-PAIR-CNTR             PIC 9(5) VALUE ZERO.
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-GL-PAIR-DR               PIC X(4).
       01  WS-GL-PAIR-CR               PIC X(4).
       01  WS-GL-PAIR-DESC             PIC X(30).
       01  WS-GL-BRANCH                PIC X(2).

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
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           COMPUTE WS-CUR-YYYYMM = (WS-RD-YR * 100) + WS-RD-MNTH.
           COMPUTE WS-CUR-MONTHS = (WS-RD-YR * 12) + WS-RD-MNTH.
           PERFORM 110-LOAD-STATUS-EXCEPTIONS.
           OPEN I-O LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NOTHING TO AGE"
               PERFORM 300-LOAD-DAY-WORK
               PERFORM 320-WRITE-LOAN-GL-TOTALS
               GOBACK
           END-IF.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           END-IF.
           OPEN OUTPUT AGING-OUT.
           OPEN OUTPUT NOTICE-OUT.
           PERFORM 120-PRINT-AGING-HEADER.
           CLOSE LOAN-MST.
           CLOSE AGING-OUT.
           CLOSE NOTICE-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           IF WS-BANK-OPEN
               CLOSE BANK-MST-IN
           END-IF.
           PERFORM 300-LOAD-DAY-WORK.
           PERFORM 320-WRITE-LOAN-GL-TOTALS.
           DISPLAY "DRAFTS BOUNCED THIS RUN = " WS-BOUNCE-CNTR.
           DISPLAY "LOANS PAST DUE          = " WS-PD-CNTR.
           DISPLAY "LOAN GL PAIRS WRITTEN   = " WS-LG-PAIR-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PD-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
       200-REVIEW-LOOP.
           IF LOAN-IS-DISBURSED
               PERFORM 210-CHECK-BOUNCE
               IF LOAN-FORB-THRU < WS-CUR-YYYYMM
                   PERFORM 230-AGE-LOAN
               END-IF
           END-IF.
           READ LOAN-MST NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *    STATUS EXCEPTIONS HAD ITS DRAFT REJECTED - THE SPLIT IS
      *    BACKED OUT FROM THE LAST-SPLIT FIELDS, THE DRAFT STAMP
      *    ROLLS BACK SO NEXT MONTH RE-DRAFTS, AND THE LATE CHARGE
      *    RIDES THE NEXT DRAFT. ANY LATE CHARGES THE BOUNCED DRAFT
      *    WAS COLLECTING GO BACK ON THE LOAN ALONG WITH THE NEW ONE.

       210-CHECK-BOUNCE.
           MOVE "N" TO WS-BOUNCED-FLAG.
               COMPUTE WS-MONTHLY-ESCROW ROUNDED =
                   (LOAN-ANNL-TAX + LOAN-ANNL-INS) / 12
               SUBTRACT WS-MONTHLY-ESCROW FROM LOAN-ESCROW-BAL
               PERFORM 215-BOOK-RETURNED-DRAFT
               IF LOAN-PAID-THRU > ZERO
                   MOVE LOAN-PAID-THRU TO WS-PAID-THRU-X
                   IF WS-PT-MNTH = 1
               MOVE ZERO TO LOAN-LAST-DRAFT
               MOVE ZERO TO LOAN-LAST-INT
               MOVE ZERO TO LOAN-LAST-PRIN
               ADD LOAN-LAST-LATE TO LOAN-LATE-CHGS
               MOVE ZERO TO LOAN-LAST-LATE
               ADD WS-LATE-CHG-AMT TO LOAN-LATE-CHGS
               ADD 1 TO WS-BOUNCE-CNTR
               REWRITE LOAN-REC
           END-IF.

      *-----------------------------------------------------------------*
      *    THE BOUNCED DRAFT'S SPLIT WAS BOOKED WHEN IT WAS DRAFTED -
      *    EACH PIECE COMES BACK OUT OF CASH, AND THE NEW LATE CHARGE
      *    GOES ON THE LATE-CHARGE RECEIVABLE AS FEE INCOME.

       215-BOOK-RETURNED-DRAFT.
           MOVE "00" TO WS-GL-BRANCH.
           IF WS-BANK-OPEN
               MOVE LOAN-ACC-NUM TO ACC-NUM-BNK
               READ BANK-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-BRANCH-BNK NOT = SPACES
                           MOVE ACC-BRANCH-BNK TO WS-GL-BRANCH
                       END-IF
               END-READ
           END-IF.
           MOVE WS-GL-CASH-ACCT TO WS-GL-PAIR-CR.
           MOVE LOAN-LAST-PRIN TO WS-GL-PAIR-AMT.
           MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-DR.
           MOVE "RETURNED DRAFT - PRINCIPAL" TO WS-GL-PAIR-DESC.
           PERFORM 310-ADD-TO-LOAN-GL.
           MOVE LOAN-LAST-INT TO WS-GL-PAIR-AMT.
           MOVE WS-GL-LOAN-INT-ACCT TO WS-GL-PAIR-DR.
           MOVE "RETURNED DRAFT - INTEREST" TO WS-GL-PAIR-DESC.
           PERFORM 310-ADD-TO-LOAN-GL.
           MOVE WS-MONTHLY-ESCROW TO WS-GL-PAIR-AMT.
           MOVE WS-GL-ESCROW-ACCT TO WS-GL-PAIR-DR.
           MOVE "RETURNED DRAFT - ESCROW" TO WS-GL-PAIR-DESC.
           PERFORM 310-ADD-TO-LOAN-GL.
           MOVE LOAN-LAST-LATE TO WS-GL-PAIR-AMT.
           MOVE WS-GL-LATE-RCV-ACCT TO WS-GL-PAIR-DR.
           MOVE "RETURNED DRAFT - LATE CHARGES" TO WS-GL-PAIR-DESC.
           PERFORM 310-ADD-TO-LOAN-GL.
           MOVE WS-LATE-CHG-AMT TO WS-GL-PAIR-AMT.
           MOVE WS-GL-LATE-RCV-ACCT TO WS-GL-PAIR-DR.
           MOVE WS-GL-LATE-FEE-ACCT TO WS-GL-PAIR-CR.
           MOVE "LATE CHARGES ASSESSED" TO WS-GL-PAIR-DESC.
           PERFORM 310-ADD-TO-LOAN-GL.

      *-----------------------------------------------------------------*
      *    PAST-DUE MONTHS FALL OUT OF THE PAID-THROUGH STAMP - A
      *    LOAN PAID THROUGH LAST MONTH IS CURRENT; EACH FURTHER
      *-----------------------------------------------------------------*

       240-WRITE-NOTICE.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "PDUE" TO WS-MAIL-DOC-TYPE.
           MOVE "N" TO WS-MAIL-SYSTEM.
           MOVE LOAN-NUM-MST TO WS-MAIL-RECIP-ID.
           MOVE LOAN-BORROWER TO WS-MAIL-RECIP-NAME.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE LOAN-BORROWER TO NT-BORROWER.
           MOVE LOAN-NUM-MST TO NT-LOAN-NUM.
           WRITE NOTICE-REC FROM WS-NOTICE-LINE-1.
           PERFORM 900-MAIL-NOTICE-LINE.
           WRITE NOTICE-REC FROM WS-NOTICE-LINE-2.
           PERFORM 900-MAIL-NOTICE-LINE.
           MOVE LOAN-PD-MONTHS TO NT-PD-MONTHS.
           MOVE LOAN-LATE-CHGS TO NT-LATE.
           WRITE NOTICE-REC FROM WS-NOTICE-LINE-3.
           PERFORM 900-MAIL-NOTICE-LINE.
           MOVE BLANK-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           PERFORM 900-MAIL-NOTICE-LINE.

      *-----------------------------------------------------------------*
      *    THE DAY'S PAIRS FROM THE LOAN GL WORK FILE - ONLY ROWS
      *    DATED THE PROCESSING DATE COUNT, SO A RERUN OF THE NIGHT
      *    REBUILDS THE SAME TOTALS AND EARLIER DAYS ALREADY CARRIED
      *    BY THEIR OWN FEED ARE NOT BOOKED AGAIN.

       300-LOAD-DAY-WORK.
           OPEN INPUT LOAN-GL-WORK-IN.
           IF WS-GL-WORK-STATUS = "35"
               MOVE "Y" TO WS-GL-WORK-EOF-FLAG
           ELSE
               READ LOAN-GL-WORK-IN INTO WS-WORK-ROW
                   AT END MOVE "Y" TO WS-GL-WORK-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 305-TAKE-WORK-ROW UNTIL WS-GL-WORK-EOF.
           IF WS-GL-WORK-STATUS NOT = "35"
               CLOSE LOAN-GL-WORK-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    A DEBIT ROW SETS UP THE PAIR; THE CREDIT ROW BEHIND IT
      *    SUPPLIES THE CREDIT ACCOUNT AND ADDS THE PAIR IN.

       305-TAKE-WORK-ROW.
           IF WS-WK-DATE = WS-RUN-DATE
               IF WS-WK-DR-ACCT NOT = SPACES
                   MOVE WS-WK-DR-ACCT TO WS-GL-PAIR-DR
                   MOVE WS-WK-AMOUNT TO WS-GL-PAIR-AMT
                   MOVE WS-WK-DESC TO WS-GL-PAIR-DESC
                   MOVE WS-WK-BRANCH TO WS-GL-BRANCH
               ELSE
                   MOVE WS-WK-CR-ACCT TO WS-GL-PAIR-CR
                   PERFORM 310-ADD-TO-LOAN-GL
               END-IF
           END-IF.
           READ LOAN-GL-WORK-IN INTO WS-WORK-ROW
               AT END MOVE "Y" TO WS-GL-WORK-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       310-ADD-TO-LOAN-GL.
           IF WS-GL-PAIR-AMT NOT = ZERO
               MOVE ZERO TO WS-LG-SLOT
               PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                       UNTIL WS-LG-SLOT > ZERO OR WS-LG-IDX > WS-LG-CNT
                   IF WS-LG-BRANCH(WS-LG-IDX) = WS-GL-BRANCH
                       AND WS-LG-DR(WS-LG-IDX) = WS-GL-PAIR-DR
                       AND WS-LG-CR(WS-LG-IDX) = WS-GL-PAIR-CR
                       AND WS-LG-DESC(WS-LG-IDX) = WS-GL-PAIR-DESC
                       MOVE WS-LG-IDX TO WS-LG-SLOT
                   END-IF
               END-PERFORM
               IF WS-LG-SLOT = ZERO
                   IF WS-LG-CNT < 200
                       ADD 1 TO WS-LG-CNT
                       MOVE WS-GL-BRANCH TO WS-LG-BRANCH(WS-LG-CNT)
                       MOVE WS-GL-PAIR-DR TO WS-LG-DR(WS-LG-CNT)
                       MOVE WS-GL-PAIR-CR TO WS-LG-CR(WS-LG-CNT)
                       MOVE WS-GL-PAIR-DESC TO WS-LG-DESC(WS-LG-CNT)
                       MOVE ZERO TO WS-LG-AMOUNT(WS-LG-CNT)
                       MOVE WS-LG-CNT TO WS-LG-SLOT
                   ELSE
                       DISPLAY "*** LOAN GL TABLE FULL AT 200 - "
                           WS-GL-PAIR-DESC " NOT BOOKED ***"
                       MOVE 8 TO RETURN-CODE
                       MOVE 8 TO WS-STEP-RC
                   END-IF
               END-IF
               IF WS-LG-SLOT > ZERO
                   ADD WS-GL-PAIR-AMT TO WS-LG-AMOUNT(WS-LG-SLOT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    LOAN-GL-TOTALS.TXT IS RECREATED EVERY NIGHT, ONE BALANCED
      *    PAIR PER SLOT - THE DEBIT ROW CARRIES THE AMOUNT, THE
      *    CREDIT ROW THE SAME AMOUNT NEGATED. A NIGHT WITH NOTHING
      *    TO BOOK WRITES ONE ZERO PAIR SO THE FILE STILL CARRIES THE
      *    PROCESSING DATE.

       320-WRITE-LOAN-GL-TOTALS.
           OPEN OUTPUT LOAN-GL-OUT.
           MOVE WS-RD-YR TO GL-YEAR.
           MOVE WS-RD-MNTH TO GL-MONTH.
           MOVE WS-RD-DY TO GL-DAY.
           MOVE "LOAN" TO GL-SOURCE.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-CNT
               IF WS-LG-AMOUNT(WS-LG-IDX) NOT = ZERO
                   MOVE WS-LG-BRANCH(WS-LG-IDX) TO GL-BRANCH
                   MOVE WS-LG-DESC(WS-LG-IDX) TO GL-DESCRIPTION
                   MOVE WS-LG-AMOUNT(WS-LG-IDX) TO WS-GL-PAIR-AMT
                   MOVE WS-LG-DR(WS-LG-IDX) TO WS-GL-PAIR-DR
                   MOVE WS-LG-CR(WS-LG-IDX) TO WS-GL-PAIR-CR
                   PERFORM 325-WRITE-GL-PAIR
               END-IF
           END-PERFORM.
           IF WS-LG-PAIR-CNTR = ZERO
               MOVE "00" TO GL-BRANCH
               MOVE "NO LOAN ACTIVITY" TO GL-DESCRIPTION
               MOVE ZERO TO WS-GL-PAIR-AMT
               MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-DR
               MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-CR
               PERFORM 325-WRITE-GL-PAIR
           END-IF.
           CLOSE LOAN-GL-OUT.

      *-----------------------------------------------------------------*

       325-WRITE-GL-PAIR.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT.
           MOVE WS-GL-PAIR-DR TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-PAIR-CR TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           ADD 1 TO WS-LG-PAIR-CNTR.

      *-----------------------------------------------------------------*
      *    EVERY NOTICE LINE ALSO GOES TO THE BORROWER'S PIECE ON THE
      *    COMMON MAIL FILE.

       900-MAIL-NOTICE-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE NOTICE-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

      *        AGAINST THE BORROWER'S ACCOUNT - SO DB-MID-TERM-2
      *        POSTS LOAN MONEY LIKE ANY OTHER ACTIVITY AND IT SHOWS
      *        ON THE YEAR-END STATEMENT.
      *    A QUOTE FUNDS ONLY WHEN THE LOAN APPLICATION IT WAS WRITTEN
      *        AGAINST (DSB-LOAN-APP.TXT) IS STILL APPROVED AND POINTS
      *        BACK AT THIS LOAN NUMBER.
      *    A LOAN IN AN APPROVED FORBEARANCE (DSB-LOAN-MOD) IS NOT
      *        DRAFTED THROUGH ITS FORBEARANCE MONTH.
      *    EVERY DISBURSEMENT AND EVERY DRAFT'S SERVICING SPLIT
      *        (PRINCIPAL, INTEREST, ESCROW, LATE CHARGES) ALSO GOES
      *        TO THE LOAN GL WORK FILE (DSB-LOAN-GL-WORK.TXT) AS
      *        BALANCED PAIRS UNDER THE BORROWER ACCOUNT'S BRANCH -
      *        DSB-LOAN-DELINQ ROLLS THE DAY'S PAIRS INTO
      *        LOAN-GL-TOTALS.TXT FOR THE GL FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ENTRY-STATUS.

       SELECT LOAN-GL-OUT      ASSIGN "DSB-LOAN-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LOAN-GL-STATUS.

       SELECT LOAN-APP         ASSIGN "DSB-LOAN-APP.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS APP-NUM-MST
                               FILE STATUS IS WS-APP-STATUS.

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

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-BNK            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(36).
           03  ACC-BRANCH-BNK          PIC X(2).
           03  FILLER                  PIC X(17).

       FD  LOAN-GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  TRANS-ENTRY-OUT.
       01  TRX-REC.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-ENTRY-STATUS             PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-LOAN-GL-STATUS           PIC XX.
       01  WS-ACCT-OK-FLAG             PIC X.
           88  WS-ACCT-OK                    VALUE "Y".
       01  WS-APP-STATUS               PIC XX.
       01  WS-APP-OPEN-FLAG            PIC X VALUE "N".
           88  WS-APP-OPEN                   VALUE "Y".
       01  WS-APP-APPROVED-FLAG        PIC X.
           88  WS-APP-APPROVED               VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-INT-PORTION              PIC 9(5)V99.
       01  WS-PRIN-PORTION             PIC S9(7)V99.

      *    LOAN GL ACCOUNTS - DRAFTS MOVE MONEY OUT OF THE BORROWER'S
      *    DEPOSIT ACCOUNT (BOOKED ON THE BANK SIDE) INTO THESE.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".
       01  WS-GL-LOAN-ACCT             PIC X(4) VALUE "1410".
       01  WS-GL-LATE-RCV-ACCT         PIC X(4) VALUE "1430".
       01  WS-GL-ESCROW-ACCT           PIC X(4) VALUE "2310".
       01  WS-GL-LOAN-INT-ACCT         PIC X(4) VALUE "4110".
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-GL-PAIR-DR               PIC X(4).
       01  WS-GL-PAIR-CR               PIC X(4).
       01  WS-GL-PAIR-DESC             PIC X(30).
       01  WS-GL-BRANCH                PIC X(2).

      *    THE BANK TRANSACTION AMOUNT FIELD TOPS OUT AT 999,999.99 -
      *    ANYTHING LARGER IS REFUSED RATHER THAN TRUNCATED.
       01  WS-TRX-AMT-LIMIT            PIC 9(7)V99 VALUE 999999.99.
       01  SCRN-ALREADY-FUNDED LINE 05 COL 06
           VALUE "*** LOAN IS ALREADY FUNDED OR DISBURSED ***".

       01  SCRN-NOT-APPROVED LINE 05 COL 06
           VALUE "*** NO APPROVED LOAN APPLICATION FOR THIS QUOTE ***".

       01  SCRN-BAD-ACCT   LINE 10 COL 11
           VALUE "*** ACCOUNT NOT ON THE BANK MASTER - RE-ENTER ***".

               GOBACK
           END-IF.
           OPEN INPUT BANK-MST-IN.
           OPEN INPUT LOAN-APP.
           IF WS-APP-STATUS NOT = "35"
               MOVE "Y" TO WS-APP-OPEN-FLAG
           END-IF.
           OPEN I-O LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO QUOTES ON "
           END-EVALUATE.
           CLOSE LOAN-MST.
           CLOSE BANK-MST-IN.
           IF WS-APP-OPEN
               CLOSE LOAN-APP
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-MARK-FUNDED.
           PERFORM 205-CHECK-APPLICATION.
           EVALUATE TRUE
               WHEN NOT LOAN-IS-QUOTE
                   DISPLAY SCRN-ALREADY-FUNDED
               WHEN NOT WS-APP-APPROVED
                   DISPLAY SCRN-NOT-APPROVED
               WHEN OTHER
                   MOVE SPACES TO WS-FUND-ACC-NUM
                   DISPLAY SCRN-LOAN-DETAIL
                   ACCEPT SCRN-LOAN-DETAIL
                   MOVE "N" TO WS-ACCT-OK-FLAG
                   PERFORM 215-CHECK-FUND-ACCOUNT
                       UNTIL WS-ACCT-OK
                   MOVE SPACE TO WS-CONFIRM
                   DISPLAY SCRN-CONFIRM
                   ACCEPT SCRN-CONFIRM
                   IF WS-CONFIRM = "Y" OR "y"
                       MOVE "F" TO LOAN-FUND-STATUS
                       MOVE WS-FUND-ACC-NUM TO LOAN-ACC-NUM
                       REWRITE LOAN-REC
                       ADD 1 TO WS-TRANS-CNTR
                       DISPLAY SCRN-FUNDED
                   ELSE
                       DISPLAY SCRN-NOT-FUNDED
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    ONLY A QUOTE WRITTEN AGAINST AN APPROVED APPLICATION FUNDS -
      *    THE APPLICATION MUST STILL BE APPROVED AND CARRY THIS LOAN
      *    NUMBER, SO A QUOTE CANNOT BORROW ANOTHER LOAN'S APPROVAL.
       205-CHECK-APPLICATION.
           MOVE "N" TO WS-APP-APPROVED-FLAG.
           IF WS-APP-OPEN AND LOAN-APP-NUM NOT = SPACES
               MOVE LOAN-APP-NUM TO APP-NUM-MST
               READ LOAN-APP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APP-IS-APPROVED AND
                               APP-LOAN-NUM = LOAN-NUM-MST
                           MOVE "Y" TO WS-APP-APPROVED-FLAG
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
      *    A MISTYPED BORROWER ACCOUNT WOULD DISBURSE INTO THE EDIT
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           OPEN EXTEND LOAN-GL-OUT.
           IF WS-LOAN-GL-STATUS = "35"
               OPEN OUTPUT LOAN-GL-OUT
               CLOSE LOAN-GL-OUT
               OPEN EXTEND LOAN-GL-OUT
           END-IF.
           PERFORM 310-GENERATE-ONE-LOAN UNTIL WS-EOF.
           CLOSE TRANS-ENTRY-OUT.
           CLOSE LOAN-GL-OUT.
           DISPLAY "DISBURSEMENTS WRITTEN = " WS-DISB-CNTR.
           DISPLAY "PAYMENTS DRAFTED      = " WS-PMT-CNTR.
      *-----------------------------------------------------------------*
           MOVE WS-PD-DY TO TRX-DY.
           MOVE "D" TO TRX-TYPE.
           MOVE LOAN-PRINC TO TRX-AMNT.
           MOVE SPACES TO TRX-XFER-ACC TRX-BRANCH TRX-CHECK-NUM.
           MOVE SPACES TO TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           MOVE "D" TO LOAN-FUND-STATUS.
           MOVE LOAN-PRINC TO LOAN-CUR-PRINC.
           REWRITE LOAN-REC.
           PERFORM 350-FIND-LOAN-BRANCH.
           MOVE LOAN-PRINC TO WS-GL-PAIR-AMT.
           MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-DR.
           MOVE WS-GL-CASH-ACCT TO WS-GL-PAIR-CR.
           MOVE "LOANS DISBURSED" TO WS-GL-PAIR-DESC.
           PERFORM 360-WRITE-GL-PAIR.
           ADD 1 TO WS-DISB-CNTR.
           ADD 1 TO WS-TRANS-CNTR.
      *-----------------------------------------------------------------*
      *    DRAFTING STOPS ONCE THE TERM HAS RUN FROM THE LOAN'S
      *    BEGINNING MONTH - A 360-MONTH LOAN IS NEVER DRAFTED IN
      *    MONTH 361 - AND A LOAN ALREADY DRAFTED THIS MONTH IS NOT
      *    DRAFTED AGAIN ON A RERUN. NOR IS A LOAN IN FORBEARANCE -
      *    ITS BEGINNING MONTH WAS PUSHED OUT BY THE FORBORNE MONTHS,
      *    SO THE SKIPPED DRAFTS COME BACK AT THE END OF THE TERM.
       330-WRITE-PAYMENT-DRAFT.
           COMPUTE WS-MONTHS-ELAPSED =
               ((WS-RUN-YEAR - LOAN-BEG-YR) * 12) +
               (WS-RUN-MONTH - LOAN-BEG-MNTH).
           IF WS-MONTHS-ELAPSED >= LOAN-TRM
               OR LOAN-LAST-DRAFT = WS-CUR-YYYYMM
               OR LOAN-FORB-THRU NOT < WS-CUR-YYYYMM
               CONTINUE
           ELSE
               PERFORM 335-POST-PAYMENT-DRAFT
               MOVE WS-PD-DY TO TRX-DY
               MOVE "W" TO TRX-TYPE
               MOVE WS-PAYMENT TO TRX-AMNT
               MOVE SPACES TO TRX-XFER-ACC TRX-BRANCH TRX-CHECK-NUM
               MOVE SPACES TO TRX-CASH-IND TRX-TELLER-ID
               WRITE TRX-REC
               MOVE WS-CUR-YYYYMM TO LOAN-LAST-DRAFT
               SUBTRACT WS-LATE-ADDED FROM WS-PAYMENT
               MOVE ZERO TO LOAN-LATE-CHGS
               MOVE WS-LATE-ADDED TO LOAN-LAST-LATE
               PERFORM 336-APPLY-SERVICING-SPLIT
               REWRITE LOAN-REC
               PERFORM 338-WRITE-DRAFT-GL
               ADD 1 TO WS-PMT-CNTR
               ADD 1 TO WS-TRANS-CNTR
           END-IF.
           MOVE WS-INT-PORTION TO LOAN-LAST-INT.
           MOVE WS-PRIN-PORTION TO LOAN-LAST-PRIN.
           MOVE WS-CUR-YYYYMM TO LOAN-PAID-THRU.
      *-----------------------------------------------------------------*
      *    THE DRAFT CAME OUT OF THE BORROWER'S DEPOSIT ACCOUNT ON THE
      *    BANK SIDE; HERE EACH PIECE OF THE SPLIT LANDS IN ITS LOAN
      *    ACCOUNT - PRINCIPAL OFF THE RECEIVABLE, INTEREST TO INCOME,
      *    ESCROW TO THE ESCROW LIABILITY, AND LATE CHARGES OFF THE
      *    LATE-CHARGE RECEIVABLE DSB-LOAN-DELINQ BOOKED.
       338-WRITE-DRAFT-GL.
           PERFORM 350-FIND-LOAN-BRANCH.
           MOVE WS-GL-CASH-ACCT TO WS-GL-PAIR-DR.
           IF WS-PRIN-PORTION NOT = ZERO
               MOVE WS-PRIN-PORTION TO WS-GL-PAIR-AMT
               MOVE WS-GL-LOAN-ACCT TO WS-GL-PAIR-CR
               MOVE "LOAN PRINCIPAL COLLECTED" TO WS-GL-PAIR-DESC
               PERFORM 360-WRITE-GL-PAIR
           END-IF.
           IF WS-INT-PORTION NOT = ZERO
               MOVE WS-INT-PORTION TO WS-GL-PAIR-AMT
               MOVE WS-GL-LOAN-INT-ACCT TO WS-GL-PAIR-CR
               MOVE "LOAN INTEREST COLLECTED" TO WS-GL-PAIR-DESC
               PERFORM 360-WRITE-GL-PAIR
           END-IF.
           IF WS-MONTHLY-ESCROW NOT = ZERO
               MOVE WS-MONTHLY-ESCROW TO WS-GL-PAIR-AMT
               MOVE WS-GL-ESCROW-ACCT TO WS-GL-PAIR-CR
               MOVE "ESCROW COLLECTED" TO WS-GL-PAIR-DESC
               PERFORM 360-WRITE-GL-PAIR
           END-IF.
           IF WS-LATE-ADDED NOT = ZERO
               MOVE WS-LATE-ADDED TO WS-GL-PAIR-AMT
               MOVE WS-GL-LATE-RCV-ACCT TO WS-GL-PAIR-CR
               MOVE "LATE CHARGES COLLECTED" TO WS-GL-PAIR-DESC
               PERFORM 360-WRITE-GL-PAIR
           END-IF.
      *-----------------------------------------------------------------*
       340-COMPUTE-PAYMENT.
           COMPUTE WS-RATE ROUNDED = LOAN-INT / 100.
           COMPUTE WS-MONTHLY-ESCROW ROUNDED =
               (LOAN-ANNL-TAX + LOAN-ANNL-INS) / 12.
           ADD WS-MONTHLY-ESCROW TO WS-PAYMENT.
      *-----------------------------------------------------------------*
      *    THE LOAN BOOKS UNDER ITS BORROWER ACCOUNT'S BRANCH, THE SAME
      *    BRANCH THE DRAFT POSTS UNDER ON THE BANK SIDE - HEAD OFFICE
      *    ("00") WHEN THE ACCOUNT IS NO LONGER ON THE MASTER.
       350-FIND-LOAN-BRANCH.
           MOVE "00" TO WS-GL-BRANCH.
           MOVE LOAN-ACC-NUM TO ACC-NUM-BNK.
           READ BANK-MST-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-BRANCH-BNK NOT = SPACES
                       MOVE ACC-BRANCH-BNK TO WS-GL-BRANCH
                   END-IF
           END-READ.
      *-----------------------------------------------------------------*
      *    ONE BALANCED PAIR - THE DEBIT ROW CARRIES THE AMOUNT, THE
      *    CREDIT ROW THE SAME AMOUNT NEGATED.
       360-WRITE-GL-PAIR.
           MOVE WS-PD-YR TO GL-YEAR.
           MOVE WS-PD-MNTH TO GL-MONTH.
           MOVE WS-PD-DY TO GL-DAY.
           MOVE "LOAN" TO GL-SOURCE.
           MOVE WS-GL-BRANCH TO GL-BRANCH.
           MOVE WS-GL-PAIR-DESC TO GL-DESCRIPTION.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT.
           MOVE WS-GL-PAIR-DR TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-PAIR-CR TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.

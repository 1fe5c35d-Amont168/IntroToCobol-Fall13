      *                      PROVES BOTH SIDES AGAINST THE MASTER AND  *
      *                      A FAILED PAIR GOES WHOLE TO THE TRANSFER  *
      *                      EXCEPTION LISTING, NEITHER LEG POSTING    *
      *    10/15/26 D.BROWN  DEPOSIT HOLDS - A "D" DEPOSIT PLACES A    *
      *                      HOLD ON DSB-DEP-HOLDS.TXT FOR THE DAYS ON *
      *                      DSB-HOLD-SCHED.TXT, HOLDS RELEASE ON THE  *
      *                      PROCESSING DATE, AND "W"/"X" ITEMS ARE    *
      *                      TESTED AGAINST THE AVAILABLE BALANCE NOW  *
      *                      CARRIED ON THE MASTER                     *
      *    10/15/26 D.BROWN  CHECK NUMBER CARRIED ON THE DETAIL AND    *
      *                      POSTED TO MT-YTD-TRANS-DETAIL.TXT SO      *
      *                      CLEARED CHECKS PRINT ON THE STATEMENTS    *
      *    10/15/26 D.BROWN  EVERY POSTED CASH "D"/"W" IS WRITTEN TO   *
      *                      DSB-TELLER-CASH.TXT UNDER ITS TELLER ID   *
      *                      FOR THE DRAWER SETTLEMENT                 *
      *    10/15/26 D.BROWN  BACKUP WITHHOLDING - INTEREST PAID TO A   *
      *                      CUSTOMER WITH NO TAXPAYER ID OR AN OPEN   *
      *                      B-NOTICE ON MT-CUST-MST.TXT HAS 24%       *
      *                      WITHHELD AS A "B" HISTORY ROW, CARRIED    *
      *                      TO THE GL AS A LIABILITY                  *
      *    10/15/26 D.BROWN  STEP RESTART CONTROL - A NIGHT            *
      *                      RESUBMITTED AFTER A FAILURE SKIPS THE     *
      *                      POSTING ONCE DSB-STEP-CTL SHOWS IT        *
      *                      COMPLETE FOR THE PROCESSING DATE          *
      *******************************************************************
       IDENTIFICATION DIVISION.

           SELECT INT-RPT-OUT          ASSIGN "MT-INTEREST-REGISTER.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL.

      *    HOLD DAYS BY DEPOSIT SIZE AND ACCOUNT AGE, AND THE HOLDS
      *    THEMSELVES - ONE ROW PER HELD DEPOSIT UNTIL ITS RELEASE
      *    DATE, WHEN THE NEXT RUN DELETES IT.
           SELECT HOLD-SCHED-IN        ASSIGN "DSB-HOLD-SCHED.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-HSCH-STATUS.

           SELECT DEP-HOLD-FILE        ASSIGN "DSB-DEP-HOLDS.TXT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS DH-KEY
                                       FILE STATUS IS WS-DH-STATUS.

           SELECT HOLD-RPT-OUT         ASSIGN "MT-HOLD-REGISTER.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE ROW PER CASH DEPOSIT OR WITHDRAWAL THAT ACTUALLY POSTS,
      *    TAGGED WITH THE TELLER WHOSE DRAWER TOOK OR PAID THE CASH -
      *    DSB-TELLER-SETTLE PROVES EACH DRAWER AGAINST IT.
           SELECT TELLER-CASH-OUT      ASSIGN "DSB-TELLER-CASH.TXT"
                                       ORGANIZATION IS LINE SEQUENTIAL.

      *    THE PRIMARY OWNER'S TAXPAYER ID AND B-NOTICE FLAG DECIDE
      *    WHETHER AN INTEREST POSTING IS SUBJECT TO BACKUP WITHHOLDING.
           SELECT CUST-MST-IN          ASSIGN "MT-CUST-MST.TXT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS CUST-NUM-MST
                                       FILE STATUS IS WS-CUST-STATUS.

      *******************************************************************

       DATA DIVISION.
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  MST-OUT.
       01  REC-OUT.
           03  CD-RATE-OUT             PIC V9(4).
           03  CD-ROLLOVER-OUT         PIC X.
           03  ACC-BRANCH-OUT          PIC X(2).
           03  ACC-AVAIL-BLNC-OUT       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-OUT        PIC 9(8).

       FD  TRANS-IN.
       01  TRX-REC.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  XFER-EXCPT-OUT.
       01  XFER-EXCPT-REC.
           03  FILLER                  PIC X(15).
           03  ACC-LINKED-NI           PIC X(5).
           03  FILLER                  PIC X(26).
           03  ACC-AVAIL-NI            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(8).
       01  REC-NEW-DATED REDEFINES REC-NEW-IN.
           03  FILLER                  PIC X(25).
           03  LST-TRN-YR-NI           PIC 9(4).
           03  LST-TRN-MNTH-NI         PIC 9(2).
           03  LST-TRN-DY-NI           PIC 9(2).
           03  LST-TRN-AMNT-NI         PIC 9(6)V99.
           03  FILLER                  PIC X(74).

       FD  SWEEP-TEMP.
       01  SWEEP-TEMP-REC              PIC X(115).

       FD  MST-RDM.
       01  REC-RDM.
               88  ACC-OPEN-RDM                    VALUE "O".
           03  FILLER                  PIC X(35).
           03  ACC-BRANCH-RDM          PIC X(2).
           03  ACC-AVAIL-BLNC-RDM       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-RDM        PIC 9(8).

       FD  OVERDRAFT-EXCPT-OUT.
       01  OD-EXCPT-REC.
           03  HIS-TYPE                PIC X.
           03  HIS-AMNT                PIC 9(6)V99.
           03  HIS-XFER-ACC            PIC X(5).
           03  HIS-CHECK-NUM           PIC X(8).

       FD  INT-RPT-OUT.
       01  INT-RPT-REC                 PIC X(80).
           03  YTD-TYPE                PIC X.
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

       FD  HOLD-SCHED-IN.
       01  HOLD-SCHED-REC.
           03  HS-AMT-LOW              PIC 9(6)V99.
           03  HS-AMT-HIGH             PIC 9(6)V99.
           03  HS-AGE-MAX              PIC 9(5).
           03  HS-HOLD-DAYS            PIC 9(3).

       FD  DEP-HOLD-FILE.
       01  DEP-HOLD-REC.
           03  DH-KEY.
               05  DH-ACC-NUM          PIC X(5).
               05  DH-DEP-DATE         PIC 9(8).
               05  DH-SEQ              PIC 9(3).
           03  DH-AMOUNT               PIC 9(6)V99.
           03  DH-RELEASE-DATE         PIC 9(8).
           03  DH-OPERATOR             PIC X(10).

       FD  HOLD-RPT-OUT.
       01  HOLD-RPT-REC                PIC X(80).

       FD  TELLER-CASH-OUT.
       01  TELLER-CASH-REC.
           03  TC-TELLER-ID            PIC X(10).
           03  TC-BRANCH               PIC X(2).
           03  TC-DATE                 PIC 9(8).
           03  TC-ACC-NUM              PIC X(5).
           03  TC-TYPE                 PIC X.
           03  TC-AMOUNT               PIC 9(6)V99.

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

      *******************************************************************

       01  WS-INTEREST-AMT             PIC S9(6)V99 VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(9)V99 VALUE ZERO.

      *    BACKUP WITHHOLDING ON INTEREST AT THE FEDERAL RATE.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-OPEN-FLAG           PIC X       VALUE "N".
           88  WS-CUST-OPEN                        VALUE "Y".
       01  WS-BWH-RATE                 PIC V99     VALUE .24.
       01  WS-BWH-AMT                  PIC S9(6)V99 VALUE ZERO.
       01  WS-TOTAL-WITHHELD           PIC S9(9)V99 VALUE ZERO.
       01  WS-NET-INTEREST             PIC S9(9)V99 VALUE ZERO.

      *    THE ACCOUNT'S POSTED HISTORY, TABLED AT START OF RUN, IS
      *    WHAT THE ADB WALK RECONSTRUCTS BALANCES FROM. WITH THE
      *    TABLE FULL THE WALK FALLS BACK TO THE POSTING-TIME BALANCE
           03  FILLER                  PIC X(11) VALUE "  INTEREST ".
           03  IR-INTEREST             PIC -ZZZ,ZZ9.99.

      *    THE HOLD SCHEDULE IS SEARCHED TOP DOWN AND THE FIRST ROW
      *    COVERING THE DEPOSIT AMOUNT AND THE ACCOUNT'S AGE WINS, SO
      *    THE NEW-ACCOUNT ROWS BELONG AT THE TOP OF THE FILE. AN
      *    ACCOUNT WITH NO OPEN DATE ON THE MASTER PREDATES THE FIELD
      *    AND PRICES AS AN ESTABLISHED ACCOUNT.
       01  WS-HSCH-STATUS              PIC XX.
       01  WS-HSCH-EOF-FLAG            PIC X VALUE "N".
           88  WS-HSCH-EOF                   VALUE "Y".
       01  WS-HSCH-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-HSCH-IDX                 PIC 9(2).
       01  WS-HSCH-TABLE.
           03  WS-HSCH-ENTRY OCCURS 30 TIMES.
               05  WS-HS-AMT-LOW       PIC 9(6)V99.
               05  WS-HS-AMT-HIGH      PIC 9(6)V99.
               05  WS-HS-AGE-MAX       PIC 9(5).
               05  WS-HS-HOLD-DAYS     PIC 9(3).
       01  WS-HOLD-DAYS                PIC 9(3) VALUE ZERO.
       01  WS-HOLD-FOUND-FLAG          PIC X VALUE "N".
           88  WS-HOLD-FOUND                 VALUE "Y".
       01  WS-ACCT-AGE                 PIC 9(5) VALUE ZERO.
       01  WS-RELEASE-DATE             PIC 9(8) VALUE ZERO.

      *    ACTIVE HOLDS AFTER THE RELEASE PASS, PLUS EVERY HOLD THIS
      *    RUN PLACES, SO A SAME-NIGHT WITHDRAWAL SEES THE DEPOSIT IT
      *    IS TRYING TO SPEND AS HELD.
       01  WS-DH-STATUS                PIC XX.
       01  WS-DH-EOF-FLAG              PIC X VALUE "N".
           88  WS-DH-EOF                     VALUE "Y".
       01  WS-DH-DONE-FLAG             PIC X VALUE "N".
           88  WS-DH-DONE                    VALUE "Y".
       01  WS-HLD-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-HLD-IDX                  PIC 9(4).
       01  WS-HLD-TABLE.
           03  WS-HLD-ENTRY OCCURS 2000 TIMES.
               05  WS-HLD-ACC          PIC X(5).
               05  WS-HLD-AMT          PIC 9(6)V99.
       01  WS-HLD-K-ACC                PIC X(5).
       01  WS-HELD-AMT                 PIC 9(8)V99 VALUE ZERO.
       01  WS-AVAIL-BLNC               PIC S9(8)V99 VALUE ZERO.
       01  WS-FUNDS-FLAG               PIC X VALUE "Y".
           88  WS-FUNDS-AVAILABLE            VALUE "Y".
       01  WS-HOLDS-PLACED             PIC 9(5) VALUE ZERO.
       01  WS-HOLDS-RELEASED           PIC 9(5) VALUE ZERO.

       01  WS-HOLD-REG-ROW.
           03  HR-ACC-NUM              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  HR-ACTION               PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  HR-AMOUNT               PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(11) VALUE "  DEPOSIT  ".
           03  HR-DEP-DATE             PIC 9(8).
           03  FILLER                  PIC X(11) VALUE "  RELEASE  ".
           03  HR-RELEASE-DATE         PIC 9(8).

       01  WS-TOTAL-BLNC-IN            PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BLNC-OUT           PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-TRX-AMT            PIC S9(9)V99 VALUE ZERO.
       01  WS-EXPECTED-BLNC-OUT        PIC S9(9)V99 VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20) VALUE "DB-MID-TERM-2".

           COPY DSB-STEP-PARM.

       01  WS-MST-OUT-FILENAME         PIC X(40)
                                       VALUE "DSB-MST-NEW-2.TXT".
       01  WS-BACKUP-FILENAME          PIC X(40).
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       COPY DSB-RPT-HDR.

      *    CHECKPOINTED EVERY RECORD SO THE CHECKPOINT COUNT NEVER
       01  WS-CT-LABEL-2               PIC X(25)   VALUE
                                       "TOTAL TRANSACTIONS".
       01  WS-CT-LABEL-3               PIC X(25)   VALUE
                                       "INTEREST NET OF BACKUP WH".
       01  WS-CT-EXPECTED-LABEL        PIC X(25)   VALUE
                                       "EXPECTED ENDING BALANCES".
       01  WS-CT-ACTUAL-LABEL          PIC X(25)   VALUE
       01  WS-CT-BALANCE-FLAG      PIC X.

      *    CHART-OF-ACCOUNTS NUMBERS FOR THE BALANCED GL PAIRS -
      *    CASH, CUSTOMER DEPOSITS, INTEREST EXPENSE, AND BACKUP
      *    WITHHOLDING PAYABLE.
       01  WS-GL-CASH-ACCT             PIC X(4)    VALUE "1010".
       01  WS-GL-DEPOSIT-ACCT          PIC X(4)    VALUE "2010".
       01  WS-GL-INT-EXP-ACCT          PIC X(4)    VALUE "5010".
       01  WS-GL-BWH-ACCT              PIC X(4)    VALUE "2170".
       01  WS-GL-PAIR-AMT              PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-DR-ACCT               PIC X(4).
       01  WS-GL-CR-ACCT               PIC X(4).
               05  WS-BR-TRX-CNT       PIC 9(7).
               05  WS-BR-TRX-AMT       PIC S9(9)V99.
               05  WS-BR-INT-AMT       PIC S9(9)V99.
               05  WS-BR-BWH-AMT       PIC S9(9)V99.
       01  WS-BR-CNT                   PIC 9(2) VALUE ZERO.
       01  WS-BR-IDX                   PIC 9(2) VALUE ZERO.
       01  WS-BR-SLOT                  PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           PERFORM 102-READ-RUN-PARMS.
           IF NOT WS-UNATTENDED
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-CHECK-RESTART.
           PERFORM 115-LOAD-RATE-TABLE.
           PERFORM 117-LOAD-HOLD-SCHEDULE.
           OPEN INPUT MST-RDM.
           PERFORM 116-LOAD-HISTORY.
           IF WS-RESTARTING
               OPEN EXTEND HOLD-RPT-OUT
               OPEN EXTEND TELLER-CASH-OUT
           ELSE
               OPEN OUTPUT HOLD-RPT-OUT
               OPEN OUTPUT TELLER-CASH-OUT
           END-IF.
           PERFORM 125-RELEASE-AND-LOAD-HOLDS.
           PERFORM 118-LOAD-TRANSFER-TABLE.
           OPEN INPUT MST-IN.
           OPEN INPUT TRANS-IN.
               PERFORM 280-PRINT-REGISTER-HEADER
           END-IF.
           OPEN OUTPUT BANK-GL-OUT.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "*** MT-CUST-MST.TXT NOT AVAILABLE - NO BACKUP "
                   "WITHHOLDING TAKEN THIS RUN ***"
           END-IF.
           OPEN I-O YTD-TRANS-OUT.
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT YTD-TRANS-OUT
           CLOSE XFER-EXCPT-OUT.
           CLOSE BANK-GL-OUT.
           CLOSE YTD-TRANS-OUT.
           CLOSE DEP-HOLD-FILE.
           CLOSE HOLD-RPT-OUT.
           CLOSE TELLER-CASH-OUT.
           IF WS-CUST-OPEN
               CLOSE CUST-MST-IN
           END-IF.
           DISPLAY "BACKUP WITHHOLDING TAKEN = " WS-TOTAL-WITHHELD.
           DISPLAY "DEPOSIT HOLDS PLACED = " WS-HOLDS-PLACED
               "  RELEASED = " WS-HOLDS-RELEASED.
           MOVE CNTR TO WS-AUDIT-REC-COUNT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-AUDIT-REC-COUNT
               WS-END-STATUS.
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *******************************************************************
               CLOSE YTD-HIST-IN
           END-IF.

      *******************************************************************
      *    NO SCHEDULE ON HAND MEANS NO HOLDS - THE RUN STILL POSTS,
      *    BUT THE CONSOLE SAYS SO, SINCE EVERY DEPOSIT IS THEN
      *    SPENDABLE THE NIGHT IT LANDS.

       117-LOAD-HOLD-SCHEDULE.
           MOVE ZERO TO WS-HSCH-CNT.
           OPEN INPUT HOLD-SCHED-IN.
           IF WS-HSCH-STATUS = "35"
               DISPLAY "DSB-HOLD-SCHED.TXT NOT FOUND - NO DEPOSIT "
                   "HOLDS WILL BE PLACED THIS RUN"
           ELSE
               READ HOLD-SCHED-IN AT END MOVE "Y" TO WS-HSCH-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-HSCH-EOF OR WS-HSCH-CNT >= 30
                   ADD 1 TO WS-HSCH-CNT
                   MOVE HS-AMT-LOW   TO WS-HS-AMT-LOW(WS-HSCH-CNT)
                   MOVE HS-AMT-HIGH  TO WS-HS-AMT-HIGH(WS-HSCH-CNT)
                   MOVE HS-AGE-MAX   TO WS-HS-AGE-MAX(WS-HSCH-CNT)
                   MOVE HS-HOLD-DAYS TO WS-HS-HOLD-DAYS(WS-HSCH-CNT)
                   READ HOLD-SCHED-IN
                       AT END MOVE "Y" TO WS-HSCH-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-HSCH-EOF
                   DISPLAY "*** HOLD SCHEDULE FULL AT 30 - REMAINING "
                       "ROWS IGNORED ***"
               END-IF
               CLOSE HOLD-SCHED-IN
           END-IF.

      *******************************************************************
      *    A HOLD WHOSE RELEASE DATE HAS ARRIVED COMES OFF THE FILE
      *    BEFORE ANYTHING POSTS, THE SAME WAY EXPIRED STOP-PAYMENTS
      *    AGE OFF, SO TONIGHT'S WITHDRAWALS SEE THOSE FUNDS. WHAT IS
      *    LEFT IS TABLED FOR THE AVAILABLE-BALANCE TEST. WITH THE
      *    TABLE FULL, FURTHER HOLDS STILL STAND ON THE FILE BUT ARE
      *    NOT COUNTED AGAINST TONIGHT'S WITHDRAWALS.

       125-RELEASE-AND-LOAD-HOLDS.
           MOVE ZERO TO WS-HLD-CNT.
           OPEN I-O DEP-HOLD-FILE.
           IF WS-DH-STATUS = "35"
               OPEN OUTPUT DEP-HOLD-FILE
               CLOSE DEP-HOLD-FILE
               OPEN I-O DEP-HOLD-FILE
           END-IF.
           MOVE "N" TO WS-DH-EOF-FLAG.
           MOVE LOW-VALUES TO DH-KEY.
           START DEP-HOLD-FILE KEY NOT < DH-KEY
               INVALID KEY MOVE "Y" TO WS-DH-EOF-FLAG
           END-START.
           IF NOT WS-DH-EOF
               READ DEP-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-DH-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-DH-EOF
               IF DH-RELEASE-DATE <= WS-RUN-DATE-NUM
                   MOVE "RELEASED" TO HR-ACTION
                   PERFORM 129-WRITE-HOLD-REGISTER
                   DELETE DEP-HOLD-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-HOLDS-RELEASED
               ELSE
                   PERFORM 126-TABLE-ONE-HOLD
               END-IF
               READ DEP-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-DH-EOF-FLAG
               END-READ
           END-PERFORM.

      *******************************************************************

       126-TABLE-ONE-HOLD.
           IF WS-HLD-CNT >= 2000
               DISPLAY "*** HOLD TABLE FULL AT 2000 - HOLD ON "
                   DH-ACC-NUM " NOT TESTED THIS RUN ***"
           ELSE
               ADD 1 TO WS-HLD-CNT
               MOVE DH-ACC-NUM TO WS-HLD-ACC(WS-HLD-CNT)
               MOVE DH-AMOUNT  TO WS-HLD-AMT(WS-HLD-CNT)
           END-IF.

      *******************************************************************
      *    TOTAL OF THE ACTIVE HOLDS ON THE ACCOUNT IN WS-HLD-K-ACC.

       127-SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HELD-AMT.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-CNT
               IF WS-HLD-ACC(WS-HLD-IDX) = WS-HLD-K-ACC
                   ADD WS-HLD-AMT(WS-HLD-IDX) TO WS-HELD-AMT
               END-IF
           END-PERFORM.

      *******************************************************************

       129-WRITE-HOLD-REGISTER.
           MOVE DH-ACC-NUM      TO HR-ACC-NUM.
           MOVE DH-AMOUNT       TO HR-AMOUNT.
           MOVE DH-DEP-DATE     TO HR-DEP-DATE.
           MOVE DH-RELEASE-DATE TO HR-RELEASE-DATE.
           WRITE HOLD-RPT-REC FROM WS-HOLD-REG-ROW.

      *******************************************************************
      *    THE TRANSFER PRE-PASS. EVERY "X" OUT LEG ON THE DETAIL IS
      *    PROVEN HERE - FROM ACCOUNT OPEN WITH THE FUNDS ON THE
      *    ACCOUNTS OR ON NEITHER. THE FUNDS CHECK IS AGAINST THE
      *    BALANCE AS THE NIGHT OPENS; A SAME-NIGHT WITHDRAWAL CAN
      *    STILL OVERDRAW AND SURFACES ON THE OVERDRAFT LISTING.
      *    A PAIR THAT THE LEDGER COVERS BUT THE AVAILABLE BALANCE
      *    DOES NOT FAILS AS "FUNDS ON HOLD".

       118-LOAD-TRANSFER-TABLE.
           MOVE ZERO TO WS-XFR-CNT.
                               MOVE "N" TO WS-XFR-VERDICT(WS-XFR-CNT)
                               MOVE "INSUFFICIENT FUNDS"
                                   TO WS-XFR-RSN(WS-XFR-CNT)
                           ELSE
                               MOVE TRX-ACC-NUM TO WS-HLD-K-ACC
                               PERFORM 127-SUM-ACCOUNT-HOLDS
                               IF ACC-BLNC-RDM - WS-HELD-AMT < TRX-AMNT
                                   MOVE "N"
                                       TO WS-XFR-VERDICT(WS-XFR-CNT)
                                   MOVE "FUNDS ON HOLD"
                                       TO WS-XFR-RSN(WS-XFR-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               ADD WS-BR-WORK-AMT TO WS-BR-INT-AMT(WS-BR-SLOT)
           END-IF.

      *******************************************************************

       188-TALLY-BRANCH-BWH.
           PERFORM 187-FIND-BRANCH-SLOT.
           IF WS-BR-SLOT > ZERO
               ADD WS-BR-WORK-AMT TO WS-BR-BWH-AMT(WS-BR-SLOT)
           END-IF.

      *******************************************************************

       187-FIND-BRANCH-SLOT.
                   MOVE ZERO TO WS-BR-TRX-CNT(WS-BR-CNT)
                   MOVE ZERO TO WS-BR-TRX-AMT(WS-BR-CNT)
                   MOVE ZERO TO WS-BR-INT-AMT(WS-BR-CNT)
                   MOVE ZERO TO WS-BR-BWH-AMT(WS-BR-CNT)
                   MOVE WS-BR-CNT TO WS-BR-SLOT
               ELSE
                   DISPLAY "*** BRANCH TABLE FULL AT 20 - BRANCH "
           MOVE CD-RATE-IN TO CD-RATE-OUT.
           MOVE CD-ROLLOVER-IN TO CD-ROLLOVER-OUT.
           MOVE ACC-BRANCH-IN TO ACC-BRANCH-OUT.
           MOVE ACC-NUM-IN TO WS-HLD-K-ACC.
           PERFORM 127-SUM-ACCOUNT-HOLDS.
           COMPUTE ACC-AVAIL-BLNC-OUT = ACC-BLNC-IN - WS-HELD-AMT.
           MOVE ACC-OPEN-DATE-IN TO ACC-OPEN-DATE-OUT.

           WRITE REC-OUT.

               ELSE
                   MOVE "Y" TO WS-XFR-OK-FLAG
               END-IF
               IF WS-XFR-OK AND TRX-IS-WITHDRAWAL
                   PERFORM 212-CHECK-AVAILABLE-FUNDS
               ELSE
                   MOVE "Y" TO WS-FUNDS-FLAG
               END-IF
               IF WS-XFR-OK AND WS-FUNDS-AVAILABLE
                   PERFORM 213-POST-ONE-TRANSACTION
               ELSE
                   IF TRX-IS-XFER-OUT
                       PERFORM 232-WRITE-TRANSFER-EXCEPTION
                   END-IF
                   IF NOT WS-FUNDS-AVAILABLE
                       OR (TRX-IS-XFER-OUT
                           AND WS-XFR-REASON = "FUNDS ON HOLD")
                       PERFORM 242-WRITE-HOLD-EXCEPTION
                   END-IF
               END-IF
           ELSE
               IF TRX-IS-XFER-OUT
           MOVE "DATED INTO A CLOSED PERIOD" TO SX-REASON.
           WRITE ST-EXCPT-REC.

      *******************************************************************
      *    THE LEDGER COVERS THE ITEM BUT HELD DEPOSITS DO NOT COUNT
      *    TOWARD IT - THE ITEM DOES NOT POST AND THE TELLER CAN
      *    EXPLAIN THE HOLD FROM THE ACCOUNT INQUIRY.

       242-WRITE-HOLD-EXCEPTION.
           MOVE TRX-ACC-NUM  TO SX-ACC-NUM.
           MOVE FNAME-IN     TO SX-FNAME.
           MOVE LNAME-IN     TO SX-LNAME.
           MOVE ACC-STATUS-IN TO SX-STATUS.
           MOVE TRX-AMNT     TO SX-TRX-AMNT.
           MOVE "FUNDS ON HOLD" TO SX-REASON.
           WRITE ST-EXCPT-REC.

      *******************************************************************
      *    BOTH LEGS OF A PAIR LOOK UP THE SAME PRE-PASS VERDICT, SO
      *    NEITHER LEG CAN POST WITHOUT THE OTHER. A LEG WITH NO
               END-IF
           END-PERFORM.

      *******************************************************************
      *    A WITHDRAWAL IS TESTED AGAINST THE AVAILABLE BALANCE - THE
      *    LEDGER LESS EVERY ACTIVE HOLD. ONLY AN ACCOUNT CARRYING
      *    HOLDS CAN FAIL HERE; WITHOUT HOLDS THE LEDGER TEST AND THE
      *    OVERDRAFT/SWEEP HANDLING IN 213 STAND AS THEY ALWAYS HAVE.
      *    "X" LEGS WERE ALREADY TESTED THE SAME WAY IN THE PRE-PASS.

       212-CHECK-AVAILABLE-FUNDS.
           MOVE "Y" TO WS-FUNDS-FLAG.
           MOVE ACC-NUM-IN TO WS-HLD-K-ACC.
           PERFORM 127-SUM-ACCOUNT-HOLDS.
           IF WS-HELD-AMT > ZERO
               COMPUTE WS-AVAIL-BLNC = ACC-BLNC-IN - WS-HELD-AMT
               IF WS-AVAIL-BLNC < TRX-AMNT
                   MOVE "N" TO WS-FUNDS-FLAG
               END-IF
           END-IF.

      *******************************************************************

       213-POST-ONE-TRANSACTION.
           MOVE TRX-TYPE    TO YTD-TYPE.
           MOVE TRX-AMNT    TO YTD-AMNT.
           MOVE TRX-XFER-ACC TO YTD-XFER-ACC.
           MOVE TRX-CHECK-NUM TO YTD-CHECK-NUM.
           PERFORM 226-WRITE-YTD-REC.
           IF TRX-IS-DEPOSIT AND WS-HSCH-CNT > ZERO
               PERFORM 228-PLACE-DEPOSIT-HOLD THRU 228-EXIT
           END-IF.
           IF TRX-IS-CASH
               PERFORM 229-WRITE-TELLER-CASH
           END-IF.

      *******************************************************************
      *    THE DRAWER IS CREDITED UNDER THE ACCOUNT'S HOME BRANCH,
      *    THE SAME BRANCH THE POSTING WAS TALLIED TO ABOVE.

       229-WRITE-TELLER-CASH.
           MOVE TRX-TELLER-ID   TO TC-TELLER-ID.
           MOVE ACC-BRANCH-IN   TO TC-BRANCH.
           MOVE WS-TRX-DATE-NUM TO TC-DATE.
           MOVE TRX-ACC-NUM     TO TC-ACC-NUM.
           MOVE TRX-TYPE        TO TC-TYPE.
           MOVE TRX-AMNT        TO TC-AMOUNT.
           WRITE TELLER-CASH-REC.

      *******************************************************************
      *    THE SWEEP FUNDS CHECK RUNS AGAINST THE LINKED ACCOUNT'S
               MOVE "Y"           TO YTD-TYPE
               MOVE WS-SHORTFALL  TO YTD-AMNT
               MOVE ACC-LINKED-IN TO YTD-XFER-ACC
               MOVE SPACES        TO YTD-CHECK-NUM
               PERFORM 226-WRITE-YTD-REC
               MOVE ACC-LINKED-IN TO SWP-LINKED-ACC
               MOVE ACC-NUM-IN    TO SWP-INTO-ACC

       219-APPLY-ONE-SWEEP-LEG.
           SUBTRACT WS-SWP-AMT(WS-SWP-IDX) FROM ACC-BLNC-NI.
           SUBTRACT WS-SWP-AMT(WS-SWP-IDX) FROM ACC-AVAIL-NI.
           SUBTRACT WS-SWP-AMT(WS-SWP-IDX) FROM WS-TOTAL-TRX-AMT.
           SUBTRACT WS-SWP-AMT(WS-SWP-IDX) FROM WS-TOTAL-BLNC-OUT.
           MOVE WS-RUN-YEAR  TO LST-TRN-YR-NI.
           MOVE "X" TO YTD-TYPE.
           MOVE WS-SWP-AMT(WS-SWP-IDX) TO YTD-AMNT.
           MOVE WS-SWP-INTO(WS-SWP-IDX) TO YTD-XFER-ACC.
           MOVE SPACES TO YTD-CHECK-NUM.
           PERFORM 226-WRITE-YTD-REC.

      *******************************************************************
                   MOVE "I"         TO YTD-TYPE
                   MOVE WS-INTEREST-AMT TO YTD-AMNT
                   MOVE SPACES      TO YTD-XFER-ACC
                   MOVE SPACES      TO YTD-CHECK-NUM
                   PERFORM 226-WRITE-YTD-REC
                   PERFORM 220-BACKUP-WITHHOLD THRU 220-EXIT
                   PERFORM 224-WRITE-INTEREST-REGISTER
                   MOVE TRX-ACC-NUM TO WS-LAST-INT-ACC
                   MOVE WS-TRX-DATE-NUM TO WS-LAST-INT-DATE
       215-EXIT.
           EXIT.

      *******************************************************************
      *    A PRIMARY OWNER WITH NO TAXPAYER ID ON FILE, OR ONE THE IRS
      *    HAS NAMED IN A B-NOTICE, HAS BACKUP WITHHOLDING TAKEN FROM
      *    EACH INTEREST POSTING. IT POSTS AS ITS OWN "B" HISTORY ROW
      *    SO THE STATEMENT AND THE 1099-INT SHOW IT, AND REACHES THE
      *    GL AS A LIABILITY UNTIL IT IS REMITTED. AN ACCOUNT WITH NO
      *    CUSTOMER NUMBER HAS NO OWNER ON FILE TO TEST AND IS LEFT
      *    ALONE.

       220-BACKUP-WITHHOLD.
           MOVE ZERO TO WS-BWH-AMT.
           IF NOT WS-CUST-OPEN OR CUST-NUM-IN = SPACES
               GO TO 220-EXIT
           END-IF.
           MOVE CUST-NUM-IN TO CUST-NUM-MST.
           READ CUST-MST-IN
               INVALID KEY
                   GO TO 220-EXIT
           END-READ.
           IF CUST-TIN-MST NOT = SPACES AND CUST-BNOTICE-MST = SPACES
               GO TO 220-EXIT
           END-IF.
           COMPUTE WS-BWH-AMT ROUNDED = WS-INTEREST-AMT * WS-BWH-RATE.
           IF WS-BWH-AMT NOT > ZERO
               GO TO 220-EXIT
           END-IF.
           SUBTRACT WS-BWH-AMT FROM ACC-BLNC-IN.
           ADD WS-BWH-AMT TO WS-TOTAL-WITHHELD.
           MOVE ACC-BRANCH-IN TO WS-BR-WORK-CODE.
           MOVE WS-BWH-AMT TO WS-BR-WORK-AMT.
           PERFORM 188-TALLY-BRANCH-BWH.
           MOVE TRX-ACC-NUM TO YTD-ACC-NUM.
           MOVE TRX-YR      TO YTD-YR.
           MOVE TRX-MNTH    TO YTD-MNTH.
           MOVE TRX-DY      TO YTD-DY.
           MOVE "B"         TO YTD-TYPE.
           MOVE WS-BWH-AMT  TO YTD-AMNT.
           MOVE SPACES      TO YTD-XFER-ACC.
           MOVE SPACES      TO YTD-CHECK-NUM.
           PERFORM 226-WRITE-YTD-REC.

       220-EXIT.
           EXIT.

      *******************************************************************

       221-FIND-PERIOD-START.
                       AND WS-HIS-DATE(WS-HIS-IDX) >
                           WS-ADB-START-DATE
                       IF WS-HIS-TYPE(WS-HIS-IDX) = "W" OR "F" OR "X"
                           OR "E" OR "B"
                           ADD WS-HIS-AMT(WS-HIS-IDX) TO WS-ADB-BAL
                       ELSE
                           SUBTRACT WS-HIS-AMT(WS-HIS-IDX)
                       COMPUTE WS-ADB-WEIGHTED = WS-ADB-WEIGHTED +
                           (WS-ADB-BAL * WS-D-DAYS)
                       IF WS-HIS-TYPE(WS-HIS-IDX) = "W" OR "F" OR "X"
                           OR "E" OR "B"
                           SUBTRACT WS-HIS-AMT(WS-HIS-IDX)
                               FROM WS-ADB-BAL
                       ELSE
               MOVE "F"         TO YTD-TYPE
               MOVE WS-CD-PENALTY TO YTD-AMNT
               MOVE SPACES      TO YTD-XFER-ACC
               MOVE SPACES      TO YTD-CHECK-NUM
               PERFORM 226-WRITE-YTD-REC
           END-IF.

                   MOVE "Y" TO WS-YTD-DONE-FLAG
           END-WRITE.

      *******************************************************************
      *    HOLD DAYS COME FROM THE FIRST SCHEDULE ROW COVERING THE
      *    DEPOSIT AMOUNT AND THE ACCOUNT'S AGE ON THE PROCESSING
      *    DATE, AND COUNT IN BUSINESS DAYS FROM THE DEPOSIT DATE. A
      *    HOLD THAT WOULD ALREADY HAVE RELEASED IS NOT PLACED. THE
      *    KEY SEQUENCE CLIMBS THE SAME WAY THE HISTORY KEY DOES.

       228-PLACE-DEPOSIT-HOLD.
           IF ACC-OPEN-DATE-IN = ZERO
               OR ACC-OPEN-DATE-IN > WS-RUN-DATE-NUM
               MOVE 99999 TO WS-ACCT-AGE
           ELSE
               COMPUTE WS-ACCT-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(ACC-OPEN-DATE-IN)
           END-IF.
           MOVE "N" TO WS-HOLD-FOUND-FLAG.
           MOVE ZERO TO WS-HOLD-DAYS.
           PERFORM VARYING WS-HSCH-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-FOUND OR WS-HSCH-IDX > WS-HSCH-CNT
               IF TRX-AMNT >= WS-HS-AMT-LOW(WS-HSCH-IDX)
                   AND TRX-AMNT <= WS-HS-AMT-HIGH(WS-HSCH-IDX)
                   AND WS-ACCT-AGE <= WS-HS-AGE-MAX(WS-HSCH-IDX)
                   MOVE "Y" TO WS-HOLD-FOUND-FLAG
                   MOVE WS-HS-HOLD-DAYS(WS-HSCH-IDX) TO WS-HOLD-DAYS
               END-IF
           END-PERFORM.
           IF WS-HOLD-DAYS = ZERO
               GO TO 228-EXIT
           END-IF.
           CALL "DSB-BUS-DAY-ADD" USING WS-TRX-DATE-NUM WS-HOLD-DAYS
               WS-RELEASE-DATE.
           IF WS-RELEASE-DATE <= WS-RUN-DATE-NUM
               GO TO 228-EXIT
           END-IF.
           MOVE TRX-ACC-NUM     TO DH-ACC-NUM.
           MOVE WS-TRX-DATE-NUM TO DH-DEP-DATE.
           MOVE TRX-AMNT        TO DH-AMOUNT.
           MOVE WS-RELEASE-DATE TO DH-RELEASE-DATE.
           MOVE WS-OPERATOR-ID  TO DH-OPERATOR.
           MOVE 1 TO DH-SEQ.
           MOVE "N" TO WS-DH-DONE-FLAG.
           PERFORM 229-TRY-HOLD-WRITE
               UNTIL WS-DH-DONE OR DH-SEQ > 998.
           IF WS-DH-DONE
               PERFORM 126-TABLE-ONE-HOLD
               MOVE "PLACED" TO HR-ACTION
               PERFORM 129-WRITE-HOLD-REGISTER
               ADD 1 TO WS-HOLDS-PLACED
           END-IF.

       228-EXIT.
           EXIT.

      *******************************************************************

       229-TRY-HOLD-WRITE.
           WRITE DEP-HOLD-REC
               INVALID KEY
                   ADD 1 TO DH-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-DH-DONE-FLAG
           END-WRITE.

      *******************************************************************

       230-WRITE-OVERDRAFT-EXCEPTION.

      *******************************************************************

      *    BACKUP WITHHOLDING COMES OUT OF THE INTEREST IT WAS TAKEN
      *    FROM, SO THE BALANCES PROVE TO THE INTEREST NET OF IT.

       270-PRINT-CONTROL-REPORT.
           COMPUTE WS-NET-INTEREST =
               WS-TOTAL-INTEREST - WS-TOTAL-WITHHELD.
           COMPUTE WS-EXPECTED-BLNC-OUT =
               WS-TOTAL-BLNC-IN + WS-TOTAL-TRX-AMT + WS-NET-INTEREST.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-TOTAL-BLNC-IN
               WS-CT-LABEL-2 WS-TOTAL-TRX-AMT
               WS-CT-LABEL-3 WS-NET-INTEREST
               WS-CT-EXPECTED-LABEL WS-EXPECTED-BLNC-OUT
               WS-CT-ACTUAL-LABEL WS-TOTAL-BLNC-OUT
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.

      *******************************************************************
               MOVE "*** BRANCHES DO NOT TIE TO THE RUN ***"
                   TO BRANCH-BAL-REC
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           WRITE BRANCH-BAL-REC.

               MOVE WS-GL-DEPOSIT-ACCT TO WS-GL-CR-ACCT
               PERFORM 276-WRITE-GL-PAIR
           END-IF.
           IF WS-BR-BWH-AMT(WS-BR-IDX) NOT = ZERO
               MOVE "BACKUP WITHHOLDING" TO GL-DESCRIPTION
               MOVE WS-BR-BWH-AMT(WS-BR-IDX) TO WS-GL-PAIR-AMT
               MOVE WS-GL-DEPOSIT-ACCT TO WS-GL-DR-ACCT
               MOVE WS-GL-BWH-ACCT TO WS-GL-CR-ACCT
               PERFORM 276-WRITE-GL-PAIR
           END-IF.

      *******************************************************************
      *    ONE BALANCED PAIR PER POSTING - THE DEBIT SIDE CARRIES THE

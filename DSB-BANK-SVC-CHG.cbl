      *        THEY FLOW THROUGH THE EDIT PASS AND DB-MID-TERM-2 LIKE
      *        ANY OTHER ACTIVITY AND LAND ON YEAR-END STATEMENTS AND
      *        THE GL FEED.
      *    THE LOW-BALANCE FEE IS PRICED ON THE WHOLE RELATIONSHIP,
      *        NOT THE ONE ACCOUNT. A FIRST PASS TOTALS EACH CUSTOMER'S
      *        DEPOSITS ACROSS EVERY OPEN ACCOUNT ON THEIR CUST-NUM-IN
      *        PLUS THE OUTSTANDING PRINCIPAL OF ANY DISBURSED LOAN ON
      *        DSB-LOAN-MST.TXT WHOSE LOAN-ACC-NUM IS ONE OF THOSE
      *        ACCOUNTS. THE HIGHEST TIER ON DSB-REL-PRICING.TXT THE
      *        TOTAL CLEARS WAIVES ITS PERCENT OF THE FEE, AND THE
      *        REGISTER SHOWS THE TOTAL AND THE TIER UNDER EACH
      *        LOW-BALANCE LINE. OVERDRAFT FEES ARE NEVER WAIVED.
      ******************************************************************
       IDENTIFICATION DIVISION.


       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT RPT-OUT          ASSIGN "MT-SVC-CHG-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT RELP-TABLE       ASSIGN "DSB-REL-PRICING.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RELP-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  TRANS-ENTRY-OUT.
       01  TRX-REC.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  LOAN-MST.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR        PIC 9999.
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

       FD  RELP-TABLE.
       01  RELP-REC.
           03  RP-TIER-LOW             PIC 9(7)V99.
           03  RP-WAIVE-PCT            PIC 9(3).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-ENTRY-STATUS             PIC XX.
       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-RELP-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-OVERDRAFT-FEE            PIC 9(3)V99 VALUE 25.00.
       01  WS-MONTHLY-FEE              PIC 9(3)V99 VALUE 5.00.
       01  WS-LOW-BAL-MINIMUM          PIC 9(5)V99 VALUE 500.00.
       01  WS-FEE-AMT                  PIC 9(3)V99 VALUE ZERO.

       01  WS-LOAN-EOF-FLAG            PIC X VALUE "N".
           88  WS-LOAN-EOF                   VALUE "Y".
       01  WS-RELP-EOF-FLAG            PIC X VALUE "N".
           88  WS-RELP-EOF                   VALUE "Y".

      *    RELATIONSHIP PRICING TIERS - FLOOR AND PERCENT OF THE
      *    MONTHLY FEE WAIVED ONCE THE RELATIONSHIP CLEARS IT.
       01  WS-RELP-TABLE-WS.
           03  WS-RELP-ENTRY OCCURS 10 TIMES.
               05  WS-RP-TIER-LOW      PIC 9(7)V99.
               05  WS-RP-WAIVE-PCT     PIC 9(3).
       01  WS-RELP-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-RELP-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-RELP-SLOT                PIC 9(2) VALUE ZERO.

      *    ONE ENTRY PER CUSTOMER - DEPOSITS ACROSS ALL THEIR OPEN
      *    ACCOUNTS AND THE OUTSTANDING PRINCIPAL OF THEIR LOANS.
       01  WS-REL-CUST-TABLE.
           03  WS-RC-ENTRY OCCURS 1000 TIMES.
               05  WS-RC-CUST-NUM      PIC X(5).
               05  WS-RC-DEP-AMT       PIC S9(9)V99.
               05  WS-RC-LOAN-AMT      PIC S9(9)V99.
       01  WS-RC-CNT                   PIC 9(4) VALUE ZERO.
       01  WS-RC-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-RC-SLOT                  PIC 9(4) VALUE ZERO.
       01  WS-RC-KEY                   PIC X(5).
       01  WS-RC-ADD-FLAG              PIC X VALUE "N".
           88  WS-RC-ADD-OK                  VALUE "Y".

       01  WS-REL-TOTAL                PIC S9(9)V99 VALUE ZERO.
       01  WS-WAIVE-PCT                PIC 9(3) VALUE ZERO.

       01  WS-REL-ROW.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FILLER                  PIC X(19)
                       VALUE "RELATIONSHIP TOTAL ".
           03  RR-TOTAL                PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-WAIVER               PIC X(32).

       01  WS-TIER-DESC.
           03  FILLER                  PIC X(5) VALUE "TIER ".
           03  TD-TIER-LOW             PIC $$,$$$,$$9.99.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  TD-WAIVE-PCT            PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "% WAIVED".

       01  WS-CHARGE-ROW.
           03  CHG-ACC-NUM             PIC X(5).
           03  FILLER                  PIC X(8) VALUE "  TOTAL ".
           03  CR-AMT                  PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "OVERDRAFT FEES ASSESSED".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "LOW-BALANCE FEES".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "LOW-BAL FEES WAIVED".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "TOTAL FEES EXPECTED".
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           PERFORM 130-LOAD-PRICING.
           IF NOT WS-EOF
               PERFORM 140-BUILD-RELATIONSHIPS
           END-IF.
           IF NOT WS-EOF
               READ MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    NO PRICING TABLE SIMPLY MEANS NO WAIVERS - EVERY
      *    LOW-BALANCE ACCOUNT PAYS THE FULL FEE.

       130-LOAD-PRICING.
           MOVE ZERO TO WS-RELP-CNT.
           OPEN INPUT RELP-TABLE.
           IF WS-RELP-STATUS = "35"
               DISPLAY "DSB-REL-PRICING.TXT NOT FOUND - NO "
                   "RELATIONSHIP WAIVERS THIS RUN"
           ELSE
               READ RELP-TABLE AT END MOVE "Y" TO WS-RELP-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-RELP-EOF OR WS-RELP-CNT >= 10
                   ADD 1 TO WS-RELP-CNT
                   MOVE RP-TIER-LOW  TO WS-RP-TIER-LOW(WS-RELP-CNT)
                   MOVE RP-WAIVE-PCT TO WS-RP-WAIVE-PCT(WS-RELP-CNT)
                   READ RELP-TABLE
                       AT END MOVE "Y" TO WS-RELP-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-RELP-EOF
                   DISPLAY "*** PRICING TABLE FULL AT 10 - REMAINING "
                       "TIERS IGNORED ***"
               END-IF
               CLOSE RELP-TABLE
           END-IF.

      *-----------------------------------------------------------------*
      *    RELATIONSHIP TOTALS ARE BUILT BEFORE ANY FEE IS JUDGED -
      *    ONE PASS OF THE MASTER FOR DEPOSITS, ONE OF THE LOAN
      *    MASTER FOR BORROWINGS, THEN THE MASTER IS REWOUND FOR THE
      *    ASSESSMENT PASS.

       140-BUILD-RELATIONSHIPS.
           MOVE ZERO TO WS-RC-CNT.
           READ MST-IN NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 142-ADD-DEPOSITS UNTIL WS-EOF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - DEPOSITS ONLY IN "
                   "RELATIONSHIP TOTALS"
           ELSE
               READ LOAN-MST NEXT RECORD
                   AT END MOVE "Y" TO WS-LOAN-EOF-FLAG
               END-READ
               PERFORM 145-ADD-LOAN UNTIL WS-LOAN-EOF
               CLOSE LOAN-MST
           END-IF.
           MOVE LOW-VALUES TO ACC-NUM-IN.
           START MST-IN KEY IS NOT LESS THAN ACC-NUM-IN
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.

      *-----------------------------------------------------------------*

       142-ADD-DEPOSITS.
           IF ACC-OPEN-IN AND CUST-NUM-IN NOT = SPACES
                   AND ACC-BLNC-IN > ZERO
               MOVE CUST-NUM-IN TO WS-RC-KEY
               MOVE "Y" TO WS-RC-ADD-FLAG
               PERFORM 148-FIND-CUSTOMER
               IF WS-RC-SLOT > ZERO
                   ADD ACC-BLNC-IN TO WS-RC-DEP-AMT(WS-RC-SLOT)
               END-IF
           END-IF.
           READ MST-IN NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    A LOAN COUNTS TOWARD THE CUSTOMER WHO OWNS THE DEPOSIT
      *    ACCOUNT IT DRAFTS FROM.

       145-ADD-LOAN.
           IF LOAN-IS-DISBURSED AND LOAN-ACC-NUM NOT = SPACES
                   AND LOAN-CUR-PRINC > ZERO
               MOVE LOAN-ACC-NUM TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-NUM-IN NOT = SPACES
                           MOVE CUST-NUM-IN TO WS-RC-KEY
                           MOVE "Y" TO WS-RC-ADD-FLAG
                           PERFORM 148-FIND-CUSTOMER
                           IF WS-RC-SLOT > ZERO
                               ADD LOAN-CUR-PRINC
                                   TO WS-RC-LOAN-AMT(WS-RC-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-IF.
           READ LOAN-MST NEXT RECORD
               AT END MOVE "Y" TO WS-LOAN-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*
      *    LOOKS UP WS-RC-KEY, ADDING A NEW CUSTOMER ENTRY WHEN
      *    WS-RC-ADD-FLAG IS "Y". WS-RC-SLOT IS ZERO WHEN NOT FOUND.

       148-FIND-CUSTOMER.
           MOVE ZERO TO WS-RC-SLOT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-SLOT > ZERO OR WS-RC-IDX > WS-RC-CNT
               IF WS-RC-CUST-NUM(WS-RC-IDX) = WS-RC-KEY
                   MOVE WS-RC-IDX TO WS-RC-SLOT
               END-IF
           END-PERFORM.
           IF WS-RC-SLOT = ZERO AND WS-RC-ADD-OK
               IF WS-RC-CNT < 1000
                   ADD 1 TO WS-RC-CNT
                   MOVE WS-RC-KEY TO WS-RC-CUST-NUM(WS-RC-CNT)
                   MOVE ZERO TO WS-RC-DEP-AMT(WS-RC-CNT)
                   MOVE ZERO TO WS-RC-LOAN-AMT(WS-RC-CNT)
                   MOVE WS-RC-CNT TO WS-RC-SLOT
               ELSE
                   DISPLAY "*** RELATIONSHIP TABLE FULL AT 1000 - "
                       "CUSTOMER " WS-RC-KEY " PRICED ALONE ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       200-ASSESS-LOOP.
           ADD 1 TO WS-ACCT-CNTR.
           IF ACC-OPEN-IN
               IF ACC-BLNC-IN < ZERO
                   MOVE WS-OVERDRAFT-FEE TO WS-FEE-AMT
                   MOVE WS-OVERDRAFT-FEE TO CHG-FEE
                   MOVE "OVERDRAFT FEE" TO CHG-REASON
                   ADD WS-OVERDRAFT-FEE TO WS-CT-VALUE-1
                   PERFORM 220-POST-CHARGE
               ELSE
                   IF ACC-BLNC-IN < WS-LOW-BAL-MINIMUM
                       PERFORM 210-ASSESS-LOW-BALANCE
                   END-IF
               END-IF
           END-IF.
           READ MST-IN NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    THE FEE IS REDUCED BY THE TIER'S PERCENT. A FULL WAIVER
      *    POSTS NOTHING BUT STILL PRINTS SO THE BRANCH SEES WHY THE
      *    ACCOUNT WAS SPARED.

       210-ASSESS-LOW-BALANCE.
           PERFORM 230-PRICE-RELATIONSHIP.
           COMPUTE WS-FEE-AMT ROUNDED =
               WS-MONTHLY-FEE * (100 - WS-WAIVE-PCT) / 100.
           COMPUTE WS-CT-VALUE-3 =
               WS-CT-VALUE-3 + WS-MONTHLY-FEE - WS-FEE-AMT.
           MOVE WS-FEE-AMT TO CHG-FEE.
           IF WS-FEE-AMT > ZERO
               IF WS-WAIVE-PCT > ZERO
                   MOVE "LOW-BAL FEE REDUCED" TO CHG-REASON
               ELSE
                   MOVE "LOW-BALANCE MONTHLY FEE" TO CHG-REASON
               END-IF
               ADD WS-FEE-AMT TO WS-CT-VALUE-2
               PERFORM 220-POST-CHARGE
           ELSE
               MOVE "LOW-BAL FEE WAIVED" TO CHG-REASON
               PERFORM 225-PRINT-CHARGE-ROW
           END-IF.
           MOVE WS-REL-TOTAL TO RR-TOTAL.
           IF WS-RELP-SLOT > ZERO
               MOVE WS-RP-TIER-LOW(WS-RELP-SLOT) TO TD-TIER-LOW
               MOVE WS-RP-WAIVE-PCT(WS-RELP-SLOT) TO TD-WAIVE-PCT
               MOVE WS-TIER-DESC TO RR-WAIVER
           ELSE
               MOVE "NO WAIVER" TO RR-WAIVER
           END-IF.
           MOVE WS-REL-ROW TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       220-POST-CHARGE.
           MOVE WS-RUN-MONTH TO TRX-MNTH.
           MOVE WS-RUN-DAY TO TRX-DY.
           MOVE "F" TO TRX-TYPE.
           MOVE WS-FEE-AMT TO TRX-AMNT.
           MOVE SPACES TO TRX-XFER-ACC.
           MOVE ACC-BRANCH-IN TO TRX-BRANCH.
           MOVE SPACES TO TRX-CHECK-NUM TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           ADD TRX-AMNT TO WS-CT-ACTUAL-VALUE.
           ADD 1 TO WS-CHG-CNTR.
           PERFORM 250-TALLY-BRANCH.
           PERFORM 225-PRINT-CHARGE-ROW.

      *-----------------------------------------------------------------*

       225-PRINT-CHARGE-ROW.
           MOVE ACC-NUM-IN TO CHG-ACC-NUM.
           MOVE FNAME-IN TO CHG-FNAME.
           MOVE LNAME-IN TO CHG-LNAME.
           MOVE WS-CHARGE-ROW TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    AN ACCOUNT WITH NO CUSTOMER ON IT (OR ONE THAT DID NOT FIT
      *    THE TABLE) IS PRICED ON ITS OWN BALANCE. THE HIGHEST FLOOR
      *    THE TOTAL REACHES WINS.

       230-PRICE-RELATIONSHIP.
           MOVE ACC-BLNC-IN TO WS-REL-TOTAL.
           IF CUST-NUM-IN NOT = SPACES
               MOVE CUST-NUM-IN TO WS-RC-KEY
               MOVE "N" TO WS-RC-ADD-FLAG
               PERFORM 148-FIND-CUSTOMER
               IF WS-RC-SLOT > ZERO
                   COMPUTE WS-REL-TOTAL = WS-RC-DEP-AMT(WS-RC-SLOT)
                       + WS-RC-LOAN-AMT(WS-RC-SLOT)
               END-IF
           END-IF.
           MOVE ZERO TO WS-RELP-SLOT WS-WAIVE-PCT.
           PERFORM VARYING WS-RELP-IDX FROM 1 BY 1
                   UNTIL WS-RELP-IDX > WS-RELP-CNT
               IF WS-RP-TIER-LOW(WS-RELP-IDX) <= WS-REL-TOTAL
                   IF WS-RELP-SLOT = ZERO
                       MOVE WS-RELP-IDX TO WS-RELP-SLOT
                   ELSE
                       IF WS-RP-TIER-LOW(WS-RELP-IDX) >
                               WS-RP-TIER-LOW(WS-RELP-SLOT)
                           MOVE WS-RELP-IDX TO WS-RELP-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RELP-SLOT > ZERO
               MOVE WS-RP-WAIVE-PCT(WS-RELP-SLOT) TO WS-WAIVE-PCT
           END-IF.

      *-----------------------------------------------------------------*

       250-TALLY-BRANCH.

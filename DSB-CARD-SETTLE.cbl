      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CARD-SETTLE
      *    PURPOSE: NIGHTLY ATM/DEBIT CARD NETWORK SETTLEMENT IMPORT.
      *        READS THE NETWORK SETTLEMENT FILE (DSB-CARD-SETTLE.TXT
      *        - ONE "D" DETAIL PER CARD ITEM, ONE "T" TRAILER WITH
      *        THE NETWORK'S ITEM COUNT AND DOLLAR TOTAL) AND TURNS
      *        EVERY APPROVED ITEM INTO AN MT-TRANS-ENTRY.TXT ROW
      *        AHEAD OF DSB-BANK-TRANS-EDIT:
      *          - ATM WITHDRAWALS (W) AND POS PURCHASES (P) POST AS
      *            TYPE "W" WITHDRAWALS;
      *          - ATM SURCHARGES (S) POST AS TYPE "F" FEES.
      *        EACH CARD IS LOOKED UP ON THE CARD MASTER
      *        (DSB-CARD-MST.TXT, MAINTAINED IN DSB-CARD-MAINT). AN
      *        UNKNOWN CARD, A LOST OR HOT-LISTED CARD, A CARD WHOSE
      *        ACCOUNT IS NOT OPEN, AND A WITHDRAWAL OR PURCHASE THAT
      *        TAKES THE CARD OVER ITS DAILY LIMIT ARE NOT POSTED -
      *        THEY PRINT ON THE CARD EXCEPTION LISTING AND GO BACK
      *        TO THE NETWORK ON DSB-CARD-CHARGEBACK.TXT. ITEMS THE
      *        NETWORK DECLINED ARE COUNTED BUT MOVE NO MONEY.
      *        THE RUN IS PROVEN AGAINST THE NETWORK'S OWN TRAILER -
      *        POSTED + CHARGED BACK + DECLINED MUST EQUAL THE
      *        TRAILER DOLLARS, AND THE ITEMS READ MUST EQUAL THE
      *        TRAILER COUNT - OR THE STEP ENDS WITH RETURN CODE 8.
      *        THE SETTLEMENT FILE IS EMPTIED ONCE PROCESSED SO
      *        NOTHING POSTS TWICE.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CARD-SETTLE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RUN-PARMS-IN     ASSIGN "DSB-RUN-PARMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARMS-STATUS.

       SELECT SETTLE-IN        ASSIGN "DSB-CARD-SETTLE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SETTLE-STATUS.

       SELECT CARD-MST         ASSIGN "DSB-CARD-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CARD-NUM
                               FILE STATUS IS WS-CARD-STATUS.

       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT TRANS-ENTRY-OUT  ASSIGN "MT-TRANS-ENTRY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ENTRY-STATUS.

       SELECT CHARGEBACK-OUT   ASSIGN "DSB-CARD-CHARGEBACK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "MT-CARD-EXCEPTIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RUN-PARMS-IN.
       01  RUN-PARMS-REC.
           03  RP-OPERATOR-ID          PIC X(10).
           03  RP-PASSWORD             PIC X(8).

       FD  SETTLE-IN.
       01  SETTLE-REC.
           03  ST-REC-TYPE             PIC X.
               88  ST-IS-DETAIL                    VALUE "D".
               88  ST-IS-TRAILER                   VALUE "T".
           03  ST-CARD-NUM             PIC X(16).
           03  ST-TRAN-CODE            PIC X.
               88  ST-IS-WITHDRAWAL                VALUE "W".
               88  ST-IS-PURCHASE                  VALUE "P".
               88  ST-IS-SURCHARGE                 VALUE "S".
           03  ST-RESP-CODE            PIC X(2).
               88  ST-IS-APPROVED                  VALUE "00".
           03  ST-AMOUNT               PIC 9(6)V99.
           03  ST-TRAN-DATE            PIC 9(8).
           03  ST-TERMINAL             PIC X(8).
           03  ST-TRACE-NUM            PIC X(6).
      *    THE NETWORK'S TRAILER - ITS OWN COUNT AND DOLLAR TOTAL OF
      *    EVERY DETAIL ON THE FILE, APPROVED OR NOT.
       01  SETTLE-TRAILER-REC.
           03  FILLER                  PIC X.
           03  ST-T-ITEM-CNT           PIC 9(7).
           03  ST-T-AMOUNT             PIC 9(9)V99.
           03  FILLER                  PIC X(31).

       FD  CARD-MST.
       01  CARD-REC.
           03  CARD-NUM                PIC X(16).
           03  CARD-ACC-NUM            PIC X(5).
           03  CARD-STATUS             PIC X.
               88  CARD-IS-ACTIVE                  VALUE "A".
               88  CARD-IS-LOST                    VALUE "L".
               88  CARD-IS-HOT                     VALUE "H".
           03  CARD-DAILY-LIMIT        PIC 9(5)V99.
           03  CARD-ISSUE-DATE         PIC 9(8).
           03  CARD-OPERATOR           PIC X(10).

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
               88  ACC-OPEN-IN                     VALUE "O".
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

       FD  TRANS-ENTRY-OUT.
       01  TRX-REC.
           03  TRX-ACC-NUM             PIC X(5).
           03  TRX-YR                  PIC 9(4).
           03  TRX-MNTH                PIC 9(2).
           03  TRX-DY                  PIC 9(2).
           03  TRX-TYPE                PIC X.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  CHARGEBACK-OUT.
       01  CHARGEBACK-REC.
           03  CB-CARD-NUM             PIC X(16).
           03  CB-TRAN-CODE            PIC X.
           03  CB-AMOUNT               PIC 9(6)V99.
           03  CB-TRAN-DATE            PIC 9(8).
           03  CB-TERMINAL             PIC X(8).
           03  CB-TRACE-NUM            PIC X(6).
           03  CB-REASON-CODE          PIC X(3).
           03  CB-RUN-DATE             PIC 9(8).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PARMS-STATUS             PIC XX.
       01  WS-SETTLE-STATUS            PIC XX.
       01  WS-CARD-STATUS              PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-ENTRY-STATUS             PIC XX.
       01  WS-UNATTENDED-FLAG          PIC X VALUE "N".
           88  WS-UNATTENDED                 VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-TRAILER-FLAG             PIC X VALUE "N".
           88  WS-TRAILER-SEEN               VALUE "Y".
       01  WS-TRAILER-CNT              PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-AMT              PIC 9(9)V99 VALUE ZERO.

      *    WHAT EACH CARD HAS ALREADY TAKEN AGAINST ITS DAILY LIMIT
      *    ON EACH NETWORK DATE IN THIS FILE.
       01  WS-USED-CNT                 PIC 9(4) VALUE ZERO.
       01  WS-USED-IDX                 PIC 9(4).
       01  WS-USED-SLOT                PIC 9(4).
       01  WS-USED-TABLE.
           03  WS-USED-ENTRY OCCURS 2000 TIMES.
               05  WS-USED-CARD        PIC X(16).
               05  WS-USED-DATE        PIC 9(8).
               05  WS-USED-AMT         PIC 9(7)V99.

       01  WS-CARD-FOUND-FLAG          PIC X.
           88  WS-CARD-FOUND                 VALUE "Y".
       01  WS-ACCT-FOUND-FLAG          PIC X.
           88  WS-ACCT-FOUND                 VALUE "Y".
       01  WS-DECISION                 PIC X.
           88  WS-POST-ITEM                  VALUE "P".
           88  WS-EXCEPT-ITEM                VALUE "E".
       01  WS-REASON-CODE              PIC X(3).
       01  WS-REASON-TEXT              PIC X(20).

       01  WS-EXCEPTION-ROW.
           03  EX-CARD-NUM             PIC X(16).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-ACC-NUM              PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-TRAN-CODE            PIC X.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-AMOUNT               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-TRAN-DATE            PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-TERMINAL             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-REASON-CODE          PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  EX-REASON               PIC X(20).

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(20).
           03  TOT-CNT                 PIC ZZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TOT-AMT                 PIC $ZZ,ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CARD-SETTLE".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-READ-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-POST-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-EXCPT-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-DECL-CNTR                PIC 9(7) VALUE ZERO.

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "CARD ITEMS POSTED".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "CARD ITEMS CHARGED BACK".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "NETWORK DECLINES".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "NETWORK TRAILER TOTAL".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "POSTED + CHGBK + DECLINE".
       01  WS-CT-ACTUAL-VALUE          PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-BALANCE-FLAG      PIC X.

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
           PERFORM 102-READ-RUN-PARMS.
           IF NOT WS-UNATTENDED
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
               ACCEPT WS-PASSWORD
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT SETTLE-IN.
           IF WS-SETTLE-STATUS = "35"
               DISPLAY "DSB-CARD-SETTLE.TXT NOT FOUND - NO CARD "
                   "SETTLEMENT TONIGHT"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               READ SETTLE-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           OPEN INPUT CARD-MST.
           IF WS-CARD-STATUS = "35"
               DISPLAY "DSB-CARD-MST.TXT NOT FOUND - EVERY ITEM "
                   "WILL CHARGE BACK"
           END-IF.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "MT-MST-CURRENT-2.TXT NOT FOUND - EVERY ITEM "
                   "WILL CHARGE BACK"
           END-IF.
           OPEN EXTEND TRANS-ENTRY-OUT.
           IF WS-ENTRY-STATUS = "35"
               OPEN OUTPUT TRANS-ENTRY-OUT
               CLOSE TRANS-ENTRY-OUT
               OPEN EXTEND TRANS-ENTRY-OUT
           END-IF.
           OPEN OUTPUT CHARGEBACK-OUT.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-LISTING-HEADER.
           PERFORM 200-SETTLE-ONE-ITEM UNTIL WS-EOF.
           PERFORM 280-PRINT-PROOF.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           IF WS-SETTLE-STATUS NOT = "35"
               CLOSE SETTLE-IN
               OPEN OUTPUT SETTLE-IN
               CLOSE SETTLE-IN
           END-IF.
           IF WS-CARD-STATUS NOT = "35"
               CLOSE CARD-MST
           END-IF.
           IF WS-MST-STATUS NOT = "35"
               CLOSE MST-IN
           END-IF.
           CLOSE TRANS-ENTRY-OUT.
           CLOSE CHARGEBACK-OUT.
           CLOSE RPT-OUT.
           MOVE "DSB-CARD-CHARGEBACK.TXT" TO WS-MANIFEST-FILE.
           MOVE WS-EXCPT-CNTR TO WS-MANIFEST-CNT.
           MOVE WS-CT-VALUE-2 TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
      *    THE EXPECTED SIDE IS THE NETWORK'S TRAILER, NOT OUR OWN
      *    SUM OF THE DETAILS - A FILE TRUNCATED IN TRANSIT MUST NOT
      *    PROVE AGAINST ITSELF.
           MOVE WS-TRAILER-AMT TO WS-CT-EXPECTED-VALUE.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-CT-VALUE-1 + WS-CT-VALUE-2 + WS-CT-VALUE-3.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WS-CT-LABEL-2 WS-CT-VALUE-2
               WS-CT-LABEL-3 WS-CT-VALUE-3
               WS-CT-EXPECTED-LABEL WS-CT-EXPECTED-VALUE
               WS-CT-ACTUAL-LABEL WS-CT-ACTUAL-VALUE
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           IF WS-SETTLE-STATUS NOT = "35"
               IF NOT WS-TRAILER-SEEN
                   DISPLAY "*** NO NETWORK TRAILER ON THE SETTLEMENT "
                       "FILE ***"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO WS-STEP-RC
               ELSE
                   IF WS-TRAILER-CNT NOT = WS-READ-CNTR
                       DISPLAY "*** ITEMS READ " WS-READ-CNTR
                           " DO NOT MATCH TRAILER COUNT "
                           WS-TRAILER-CNT " ***"
                       MOVE 8 TO RETURN-CODE
                       MOVE 8 TO WS-STEP-RC
                   END-IF
               END-IF
           END-IF.
           DISPLAY "CARD ITEMS READ     = " WS-READ-CNTR.
           DISPLAY "CARD ITEMS POSTED   = " WS-POST-CNTR.
           DISPLAY "CARD ITEMS EXCEPTED = " WS-EXCPT-CNTR.
           DISPLAY "NETWORK DECLINES    = " WS-DECL-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-READ-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
      *    WITH A PARAMETER FILE ON HAND THE NIGHTLY STREAM RUNS
      *    START TO FINISH WITHOUT A HUMAN AT THE KEYBOARD - THE
      *    CONSOLE PROMPTS REMAIN ONLY FOR INTERACTIVE RUNS.

       102-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-IN.
           IF WS-PARMS-STATUS = "00"
               READ RUN-PARMS-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-UNATTENDED-FLAG
                       MOVE RP-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE RP-PASSWORD TO WS-PASSWORD
               END-READ
               CLOSE RUN-PARMS-IN
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-LISTING-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "CARD SETTLEMENT EXCEPTIONS - FOR CHARGEBACK"
               TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE TRAILER IS HELD FOR THE PROOF; ANY OTHER RECORD TYPE
      *    IS NOT OURS TO GUESS AT AND IS LEFT OFF WITH A MESSAGE.

       200-SETTLE-ONE-ITEM.
           EVALUATE TRUE
               WHEN ST-IS-TRAILER
                   MOVE "Y" TO WS-TRAILER-FLAG
                   MOVE ST-T-ITEM-CNT TO WS-TRAILER-CNT
                   MOVE ST-T-AMOUNT TO WS-TRAILER-AMT
               WHEN ST-IS-DETAIL
                   PERFORM 210-SETTLE-DETAIL THRU 210-EXIT
               WHEN OTHER
                   DISPLAY "*** UNKNOWN SETTLEMENT RECORD TYPE "
                       ST-REC-TYPE " - SKIPPED ***"
           END-EVALUATE.
           READ SETTLE-IN AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    THE TESTS RUN CARD FIRST, THEN ACCOUNT, THEN LIMIT, SO A
      *    HOT CARD OVER ITS LIMIT CHARGES BACK AS HOT.

       210-SETTLE-DETAIL.
           ADD 1 TO WS-READ-CNTR.
           IF NOT ST-IS-APPROVED
               ADD 1 TO WS-DECL-CNTR
               ADD ST-AMOUNT TO WS-CT-VALUE-3
               GO TO 210-EXIT
           END-IF.
           MOVE "P" TO WS-DECISION.
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
           PERFORM 220-CHECK-CARD.
           IF WS-POST-ITEM
               PERFORM 225-CHECK-ACCOUNT
           END-IF.
           IF WS-POST-ITEM
               AND (ST-IS-WITHDRAWAL OR ST-IS-PURCHASE)
               PERFORM 230-CHECK-DAILY-LIMIT
           END-IF.
           IF WS-POST-ITEM
               PERFORM 240-POST-ITEM
           ELSE
               PERFORM 250-CHARGE-BACK-ITEM
           END-IF.

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       220-CHECK-CARD.
           MOVE "N" TO WS-CARD-FOUND-FLAG.
           IF WS-CARD-STATUS NOT = "35"
               MOVE ST-CARD-NUM TO CARD-NUM
               READ CARD-MST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-CARD-FOUND-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CARD-FOUND
                   MOVE "E" TO WS-DECISION
                   MOVE "UNK" TO WS-REASON-CODE
                   MOVE "UNKNOWN CARD" TO WS-REASON-TEXT
               WHEN CARD-IS-HOT
                   MOVE "E" TO WS-DECISION
                   MOVE "HOT" TO WS-REASON-CODE
                   MOVE "HOT-LISTED CARD" TO WS-REASON-TEXT
               WHEN CARD-IS-LOST
                   MOVE "E" TO WS-DECISION
                   MOVE "LST" TO WS-REASON-CODE
                   MOVE "CARD REPORTED LOST" TO WS-REASON-TEXT
               WHEN NOT CARD-IS-ACTIVE
                   MOVE "E" TO WS-DECISION
                   MOVE "STS" TO WS-REASON-CODE
                   MOVE "CARD NOT ACTIVE" TO WS-REASON-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------------*

       225-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF WS-MST-STATUS NOT = "35"
               MOVE CARD-ACC-NUM TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-ACCT-FOUND
               MOVE "E" TO WS-DECISION
               MOVE "NAC" TO WS-REASON-CODE
               MOVE "NO ACCOUNT" TO WS-REASON-TEXT
           ELSE
               IF NOT ACC-OPEN-IN
                   MOVE "E" TO WS-DECISION
                   MOVE "CLS" TO WS-REASON-CODE
                   MOVE "ACCOUNT NOT OPEN" TO WS-REASON-TEXT
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    SURCHARGES RIDE ALONG WITH THEIR WITHDRAWAL AND DO NOT
      *    COUNT AGAINST THE LIMIT. AN ITEM THAT WOULD TAKE THE CARD
      *    OVER ITS LIMIT IS CHARGED BACK AND TAKES NOTHING FROM IT.

       230-CHECK-DAILY-LIMIT.
           MOVE ZERO TO WS-USED-SLOT.
           PERFORM VARYING WS-USED-IDX FROM 1 BY 1
                   UNTIL WS-USED-SLOT > ZERO
                      OR WS-USED-IDX > WS-USED-CNT
               IF WS-USED-CARD(WS-USED-IDX) = ST-CARD-NUM
                   AND WS-USED-DATE(WS-USED-IDX) = ST-TRAN-DATE
                   MOVE WS-USED-IDX TO WS-USED-SLOT
               END-IF
           END-PERFORM.
           IF WS-USED-SLOT = ZERO
               IF WS-USED-CNT < 2000
                   ADD 1 TO WS-USED-CNT
                   MOVE ST-CARD-NUM TO WS-USED-CARD(WS-USED-CNT)
                   MOVE ST-TRAN-DATE TO WS-USED-DATE(WS-USED-CNT)
                   MOVE ZERO TO WS-USED-AMT(WS-USED-CNT)
                   MOVE WS-USED-CNT TO WS-USED-SLOT
               ELSE
                   DISPLAY "*** CARD TABLE FULL AT 2000 - ITEM "
                       ST-TRACE-NUM " CHARGED BACK ***"
                   MOVE "E" TO WS-DECISION
                   MOVE "REF" TO WS-REASON-CODE
                   MOVE "REFER TO MAKER" TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-POST-ITEM
               IF WS-USED-AMT(WS-USED-SLOT) + ST-AMOUNT
                       > CARD-DAILY-LIMIT
                   MOVE "E" TO WS-DECISION
                   MOVE "LMT" TO WS-REASON-CODE
                   MOVE "OVER DAILY LIMIT" TO WS-REASON-TEXT
               ELSE
                   ADD ST-AMOUNT TO WS-USED-AMT(WS-USED-SLOT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    A CARD ITEM POSTS TONIGHT DATED THE PROCESSING DATE, LIKE
      *    EVERY OTHER ENTRY. IT IS NOT TELLER CASH - NO DRAWER OWNS
      *    IT - SO THE CASH INDICATOR AND TELLER STAY BLANK.

       240-POST-ITEM.
           MOVE CARD-ACC-NUM TO TRX-ACC-NUM.
           MOVE WS-RD-YR TO TRX-YR.
           MOVE WS-RD-MNTH TO TRX-MNTH.
           MOVE WS-RD-DY TO TRX-DY.
           IF ST-IS-SURCHARGE
               MOVE "F" TO TRX-TYPE
           ELSE
               MOVE "W" TO TRX-TYPE
           END-IF.
           MOVE ST-AMOUNT TO TRX-AMNT.
           MOVE SPACES TO TRX-XFER-ACC.
           MOVE ACC-BRANCH-IN TO TRX-BRANCH.
           MOVE SPACES TO TRX-CHECK-NUM TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           ADD ST-AMOUNT TO WS-CT-VALUE-1.
           ADD 1 TO WS-POST-CNTR.

      *-----------------------------------------------------------------*

       250-CHARGE-BACK-ITEM.
           MOVE ST-CARD-NUM TO CB-CARD-NUM.
           MOVE ST-TRAN-CODE TO CB-TRAN-CODE.
           MOVE ST-AMOUNT TO CB-AMOUNT.
           MOVE ST-TRAN-DATE TO CB-TRAN-DATE.
           MOVE ST-TERMINAL TO CB-TERMINAL.
           MOVE ST-TRACE-NUM TO CB-TRACE-NUM.
           MOVE WS-REASON-CODE TO CB-REASON-CODE.
           MOVE WS-RUN-DATE TO CB-RUN-DATE.
           WRITE CHARGEBACK-REC.
           ADD ST-AMOUNT TO WS-CT-VALUE-2.
           ADD 1 TO WS-EXCPT-CNTR.
           MOVE ST-CARD-NUM TO EX-CARD-NUM.
           IF WS-CARD-FOUND
               MOVE CARD-ACC-NUM TO EX-ACC-NUM
           ELSE
               MOVE SPACES TO EX-ACC-NUM
           END-IF.
           MOVE ST-TRAN-CODE TO EX-TRAN-CODE.
           MOVE ST-AMOUNT TO EX-AMOUNT.
           MOVE ST-TRAN-DATE TO EX-TRAN-DATE.
           MOVE ST-TERMINAL TO EX-TERMINAL.
           MOVE WS-REASON-CODE TO EX-REASON-CODE.
           MOVE WS-REASON-TEXT TO EX-REASON.
           MOVE WS-EXCEPTION-ROW TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE PROOF PRINTS UNDER THE EXCEPTIONS SO THE LISTING
      *    STANDS ON ITS OWN WHEN THE NETWORK ASKS ABOUT A DIFFERENCE.

       280-PRINT-PROOF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SETTLEMENT PROOF" TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NETWORK TRAILER" TO TOT-LABEL.
           MOVE WS-TRAILER-CNT TO TOT-CNT.
           MOVE WS-TRAILER-AMT TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ITEMS POSTED" TO TOT-LABEL.
           MOVE WS-POST-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-1 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ITEMS CHARGED BACK" TO TOT-LABEL.
           MOVE WS-EXCPT-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-2 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NETWORK DECLINES" TO TOT-LABEL.
           MOVE WS-DECL-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-3 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           IF NOT WS-TRAILER-SEEN
               MOVE "*** NO NETWORK TRAILER - RUN NOT PROVEN ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

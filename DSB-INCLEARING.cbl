      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-INCLEARING
      *    PURPOSE: NIGHTLY INBOUND CHECK-CLEARING STEP. READS THE
      *        PRESENTMENT FILE FROM THE CLEARING HOUSE
      *        (DSB-INCLEARING.TXT - ACCOUNT, CHECK NUMBER, AMOUNT,
      *        CHECK DATE) AND DECIDES PAY OR RETURN FOR EACH CHECK
      *        OUR CUSTOMERS WROTE:
      *          - AN ACCOUNT NOT ON THE BANK MASTER, OR NOT OPEN,
      *            RETURNS THE ITEM;
      *          - A STOP-PAYMENT ORDER ON DSB-STOP-PAY.TXT THAT
      *            MATCHES THE CHECK NUMBER (OR, FOR AN ORDER WITH NO
      *            NUMBER, THE AMOUNT) RETURNS THE ITEM;
      *          - A CHECK LARGER THAN THE AVAILABLE BALANCE, LESS
      *            WHAT THIS RUN HAS ALREADY PAID OR CHARGED AGAINST
      *            THE ACCOUNT, RETURNS AS NSF.
      *        PAID CHECKS GO INTO MT-TRANS-ENTRY.TXT AS TYPE "W"
      *        WITHDRAWALS CARRYING THE CHECK NUMBER, SO THEY EDIT
      *        AND POST LIKE ANY OTHER WORK AND THE NUMBER PRINTS ON
      *        THE STATEMENTS. EVERY RETURN ON AN OPEN ACCOUNT IS
      *        CHARGED THE RETURNED-ITEM FEE AS A TYPE "F". RETURNS
      *        ARE WRITTEN WITH A REASON CODE TO
      *        DSB-INCLEARING-RETURNS.TXT FOR THE CLEARING HOUSE AND
      *        RECORDED ON THE TRANSMISSION MANIFEST. THE PRESENTMENT
      *        FILE IS EMPTIED ONCE PROCESSED SO NOTHING PAYS TWICE.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-INCLEARING.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RUN-PARMS-IN     ASSIGN "DSB-RUN-PARMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARMS-STATUS.

       SELECT CLEARING-IN      ASSIGN "DSB-INCLEARING.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-CLR-STATUS.

       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT STOP-MST         ASSIGN "DSB-STOP-PAY.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS STOP-NUM
                               FILE STATUS IS WS-STOP-STATUS.

       SELECT TRANS-ENTRY-OUT  ASSIGN "MT-TRANS-ENTRY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ENTRY-STATUS.

       SELECT RETURN-OUT       ASSIGN "DSB-INCLEARING-RETURNS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "MT-INCLEARING-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RUN-PARMS-IN.
       01  RUN-PARMS-REC.
           03  RP-OPERATOR-ID          PIC X(10).
           03  RP-PASSWORD             PIC X(8).

       FD  CLEARING-IN.
       01  CLEARING-REC.
           03  CI-ACC-NUM              PIC X(5).
           03  CI-CHECK-NUM            PIC X(8).
           03  CI-AMOUNT               PIC 9(6)V99.
           03  CI-DATE                 PIC 9(8).

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

       FD  STOP-MST.
       01  STOP-REC.
           03  STOP-NUM                PIC X(5).
           03  STOP-ACC-NUM            PIC X(5).
           03  STOP-AMT-LOW            PIC 9(6)V99.
           03  STOP-AMT-HIGH           PIC 9(6)V99.
           03  STOP-EFF-DATE           PIC 9(8).
           03  STOP-EXP-DATE           PIC 9(8).
           03  STOP-OPERATOR           PIC X(10).
           03  STOP-CHECK-NUM          PIC X(8).

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

       FD  RETURN-OUT.
       01  RETURN-REC.
           03  RI-ACC-NUM              PIC X(5).
           03  RI-CHECK-NUM            PIC X(8).
           03  RI-AMOUNT               PIC 9(6)V99.
           03  RI-DATE                 PIC 9(8).
           03  RI-REASON-CODE          PIC X(3).
           03  RI-RETURN-DATE          PIC 9(8).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PARMS-STATUS             PIC XX.
       01  WS-CLR-STATUS               PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-STOP-STATUS              PIC XX.
       01  WS-ENTRY-STATUS             PIC XX.
       01  WS-UNATTENDED-FLAG          PIC X VALUE "N".
           88  WS-UNATTENDED                 VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-RETURN-FEE               PIC 9(3)V99 VALUE 30.00.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

      *    THE STOP-PAYMENT ORDERS IN FORCE, TABLED AT START OF RUN.
      *    EXPIRED ORDERS ARE LEFT FOR DSB-BANK-TRANS-EDIT TO AGE OFF.
       01  WS-STOP-EOF-FLAG            PIC X VALUE "N".
           88  WS-STOP-EOF                   VALUE "Y".
       01  WS-STOP-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-STOP-IDX                 PIC 9(2).
       01  WS-STOP-TABLE.
           03  WS-STOP-ENTRY OCCURS 50 TIMES.
               05  WS-STP-ACC          PIC X(5).
               05  WS-STP-LOW          PIC 9(6)V99.
               05  WS-STP-HIGH         PIC 9(6)V99.
               05  WS-STP-EFF          PIC 9(8).
               05  WS-STP-EXP          PIC 9(8).
               05  WS-STP-CHECK        PIC X(8).

      *    WHAT THIS RUN HAS ALREADY PAID OR CHARGED PER ACCOUNT, SO
      *    THREE CHECKS AGAINST ONE BALANCE CANNOT ALL PAY.
       01  WS-USED-CNT                 PIC 9(4) VALUE ZERO.
       01  WS-USED-IDX                 PIC 9(4).
       01  WS-USED-SLOT                PIC 9(4).
       01  WS-USED-TABLE.
           03  WS-USED-ENTRY OCCURS 2000 TIMES.
               05  WS-USED-ACC         PIC X(5).
               05  WS-USED-AMT         PIC 9(7)V99.

       01  WS-FUNDS-LEFT               PIC S9(7)V99.
       01  WS-DECISION                 PIC X.
           88  WS-PAY-ITEM                   VALUE "P".
           88  WS-RETURN-ITEM                VALUE "R".
       01  WS-ACCT-FOUND-FLAG          PIC X.
           88  WS-ACCT-FOUND                 VALUE "Y".
       01  WS-REASON-CODE              PIC X(3).
       01  WS-REASON-TEXT              PIC X(20).

       01  WS-REGISTER-ROW.
           03  REG-ACC-NUM             PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-CHECK-NUM           PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-AMOUNT              PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-ACTION              PIC X(8).
           03  REG-REASON-CODE         PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-REASON              PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-FEE                 PIC ZZ9.99 BLANK WHEN ZERO.

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(20).
           03  TOT-CNT                 PIC ZZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TOT-AMT                 PIC $ZZ,ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-INCLEARING".

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
       01  WS-PAID-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-RET-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-FEE-CNTR                 PIC 9(7) VALUE ZERO.

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "CHECKS PAID".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "CHECKS RETURNED".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "RETURNED-ITEM FEES".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "DOLLARS PRESENTED".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "DOLLARS PAID + RETURNED".
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
           PERFORM 110-LOAD-STOP-ORDERS.
           OPEN INPUT CLEARING-IN.
           IF WS-CLR-STATUS = "35"
               DISPLAY "DSB-INCLEARING.TXT NOT FOUND - NO CHECKS "
                   "PRESENTED"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               READ CLEARING-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "MT-MST-CURRENT-2.TXT NOT FOUND - EVERY ITEM "
                   "WILL RETURN"
           END-IF.
           OPEN EXTEND TRANS-ENTRY-OUT.
           IF WS-ENTRY-STATUS = "35"
               OPEN OUTPUT TRANS-ENTRY-OUT
               CLOSE TRANS-ENTRY-OUT
               OPEN EXTEND TRANS-ENTRY-OUT
           END-IF.
           OPEN OUTPUT RETURN-OUT.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           PERFORM 200-CLEAR-ONE-ITEM UNTIL WS-EOF.
           PERFORM 280-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           IF WS-CLR-STATUS NOT = "35"
               CLOSE CLEARING-IN
               OPEN OUTPUT CLEARING-IN
               CLOSE CLEARING-IN
           END-IF.
           IF WS-MST-STATUS NOT = "35"
               CLOSE MST-IN
           END-IF.
           CLOSE TRANS-ENTRY-OUT.
           CLOSE RETURN-OUT.
           CLOSE RPT-OUT.
           MOVE "DSB-INCLEARING-RETURNS.TXT" TO WS-MANIFEST-FILE.
           MOVE WS-RET-CNTR TO WS-MANIFEST-CNT.
           MOVE WS-CT-VALUE-2 TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-CT-VALUE-1 + WS-CT-VALUE-2.
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
           DISPLAY "CHECKS PRESENTED = " WS-READ-CNTR.
           DISPLAY "CHECKS PAID      = " WS-PAID-CNTR.
           DISPLAY "CHECKS RETURNED  = " WS-RET-CNTR.
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

       110-LOAD-STOP-ORDERS.
           MOVE ZERO TO WS-STOP-CNT.
           OPEN INPUT STOP-MST.
           IF WS-STOP-STATUS NOT = "35"
               MOVE LOW-VALUES TO STOP-NUM
               START STOP-MST KEY NOT < STOP-NUM
                   INVALID KEY MOVE "Y" TO WS-STOP-EOF-FLAG
               END-START
               IF NOT WS-STOP-EOF
                   READ STOP-MST NEXT RECORD
                       AT END MOVE "Y" TO WS-STOP-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-STOP-EOF
                   IF WS-STOP-CNT < 50
                       ADD 1 TO WS-STOP-CNT
                       MOVE STOP-ACC-NUM TO WS-STP-ACC(WS-STOP-CNT)
                       MOVE STOP-AMT-LOW TO WS-STP-LOW(WS-STOP-CNT)
                       MOVE STOP-AMT-HIGH
                           TO WS-STP-HIGH(WS-STOP-CNT)
                       MOVE STOP-EFF-DATE TO WS-STP-EFF(WS-STOP-CNT)
                       MOVE STOP-EXP-DATE TO WS-STP-EXP(WS-STOP-CNT)
                       MOVE STOP-CHECK-NUM
                           TO WS-STP-CHECK(WS-STOP-CNT)
                   ELSE
                       DISPLAY "*** STOP-ORDER TABLE FULL AT 50 "
                           "- REMAINING STOPS NOT SCREENED ***"
                   END-IF
                   READ STOP-MST NEXT RECORD
                       AT END MOVE "Y" TO WS-STOP-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE STOP-MST
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
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "INCLEARING CHECK PAY / RETURN REGISTER" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE TESTS RUN IN THE ORDER THE CLEARING HOUSE RULES RANK
      *    THEM - NO ACCOUNT, THEN A STOP, THEN FUNDS - SO A STOPPED
      *    CHECK ON AN EMPTY ACCOUNT RETURNS AS A STOP, NOT AS NSF.

       200-CLEAR-ONE-ITEM.
           ADD 1 TO WS-READ-CNTR.
           ADD CI-AMOUNT TO WS-CT-EXPECTED-VALUE.
           MOVE "P" TO WS-DECISION.
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF WS-MST-STATUS NOT = "35"
               MOVE CI-ACC-NUM TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-ACCT-FOUND
               MOVE "R" TO WS-DECISION
               MOVE "NAC" TO WS-REASON-CODE
               MOVE "NO ACCOUNT" TO WS-REASON-TEXT
           ELSE
               IF NOT ACC-OPEN-IN
                   MOVE "R" TO WS-DECISION
                   MOVE "CLS" TO WS-REASON-CODE
                   MOVE "ACCOUNT NOT OPEN" TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-PAY-ITEM
               PERFORM 210-CHECK-STOP-PAYMENT
           END-IF.
           PERFORM 220-FIND-USED-SLOT.
           IF WS-PAY-ITEM AND WS-USED-SLOT > ZERO
               COMPUTE WS-FUNDS-LEFT = ACC-AVAIL-BLNC-IN
                   - WS-USED-AMT(WS-USED-SLOT)
               IF CI-AMOUNT > WS-FUNDS-LEFT
                   MOVE "R" TO WS-DECISION
                   MOVE "NSF" TO WS-REASON-CODE
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               END-IF
           END-IF.
           MOVE CI-ACC-NUM TO REG-ACC-NUM.
           MOVE CI-CHECK-NUM TO REG-CHECK-NUM.
           MOVE CI-AMOUNT TO REG-AMOUNT.
           MOVE ZERO TO REG-FEE.
           IF WS-PAY-ITEM
               PERFORM 230-PAY-CHECK
           ELSE
               PERFORM 240-RETURN-CHECK
           END-IF.
           MOVE WS-REASON-CODE TO REG-REASON-CODE.
           MOVE WS-REASON-TEXT TO REG-REASON.
           MOVE WS-REGISTER-ROW TO RPT-REC.
           WRITE RPT-REC.
           READ CLEARING-IN AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    SAME MATCH RULES AS THE EDIT: A NUMBERED STOP MATCHES ITS
      *    CHECK ONLY; OTHERWISE A STOP WITH NO HIGH AMOUNT MATCHES
      *    ITS LOW AMOUNT EXACTLY, AND A ZERO EXPIRY NEVER EXPIRES.

       210-CHECK-STOP-PAYMENT.
           PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
                   UNTIL WS-RETURN-ITEM OR WS-STOP-IDX > WS-STOP-CNT
               IF WS-STP-ACC(WS-STOP-IDX) = CI-ACC-NUM
                   AND WS-STP-EFF(WS-STOP-IDX) <= WS-RUN-DATE
                   AND (WS-STP-EXP(WS-STOP-IDX) = ZERO OR
                        WS-STP-EXP(WS-STOP-IDX) >= WS-RUN-DATE)
                   AND ((WS-STP-CHECK(WS-STOP-IDX) NOT = SPACES AND
                         CI-CHECK-NUM = WS-STP-CHECK(WS-STOP-IDX)) OR
                        (WS-STP-CHECK(WS-STOP-IDX) = SPACES AND
                         WS-STP-HIGH(WS-STOP-IDX) = ZERO AND
                         CI-AMOUNT = WS-STP-LOW(WS-STOP-IDX)) OR
                        (WS-STP-CHECK(WS-STOP-IDX) = SPACES AND
                         WS-STP-HIGH(WS-STOP-IDX) NOT = ZERO AND
                         CI-AMOUNT >= WS-STP-LOW(WS-STOP-IDX) AND
                         CI-AMOUNT <= WS-STP-HIGH(WS-STOP-IDX)))
                   MOVE "R" TO WS-DECISION
                   MOVE "STP" TO WS-REASON-CODE
                   MOVE "STOP PAYMENT" TO WS-REASON-TEXT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       220-FIND-USED-SLOT.
           MOVE ZERO TO WS-USED-SLOT.
           PERFORM VARYING WS-USED-IDX FROM 1 BY 1
                   UNTIL WS-USED-SLOT > ZERO
                      OR WS-USED-IDX > WS-USED-CNT
               IF WS-USED-ACC(WS-USED-IDX) = CI-ACC-NUM
                   MOVE WS-USED-IDX TO WS-USED-SLOT
               END-IF
           END-PERFORM.
           IF WS-USED-SLOT = ZERO
               IF WS-USED-CNT < 2000
                   ADD 1 TO WS-USED-CNT
                   MOVE CI-ACC-NUM TO WS-USED-ACC(WS-USED-CNT)
                   MOVE ZERO TO WS-USED-AMT(WS-USED-CNT)
                   MOVE WS-USED-CNT TO WS-USED-SLOT
               ELSE
                   DISPLAY "*** ACCOUNT TABLE FULL AT 2000 - ITEM "
                       CI-CHECK-NUM " RETURNED ***"
                   MOVE 4 TO RETURN-CODE
                   MOVE 4 TO WS-STEP-RC
                   MOVE "R" TO WS-DECISION
                   MOVE "REF" TO WS-REASON-CODE
                   MOVE "REFER TO MAKER" TO WS-REASON-TEXT
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    A PAID CHECK POSTS TONIGHT AS A WITHDRAWAL DATED THE
      *    PROCESSING DATE, LIKE EVERY OTHER ENTRY, WITH THE CHECK
      *    NUMBER RIDING ALONG FOR THE STATEMENT.

       230-PAY-CHECK.
           MOVE CI-ACC-NUM TO TRX-ACC-NUM.
           MOVE WS-RD-YR TO TRX-YR.
           MOVE WS-RD-MNTH TO TRX-MNTH.
           MOVE WS-RD-DY TO TRX-DY.
           MOVE "W" TO TRX-TYPE.
           MOVE CI-AMOUNT TO TRX-AMNT.
           MOVE SPACES TO TRX-XFER-ACC.
           MOVE ACC-BRANCH-IN TO TRX-BRANCH.
           MOVE CI-CHECK-NUM TO TRX-CHECK-NUM.
           MOVE SPACES TO TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           ADD CI-AMOUNT TO WS-USED-AMT(WS-USED-SLOT).
           ADD CI-AMOUNT TO WS-CT-VALUE-1.
           ADD 1 TO WS-PAID-CNTR.
           MOVE "PAID" TO REG-ACTION.

      *-----------------------------------------------------------------*
      *    THE RETURN GOES BACK WITH ITS REASON CODE. AN OPEN ACCOUNT
      *    IS CHARGED THE RETURNED-ITEM FEE; THERE IS NOTHING TO
      *    CHARGE ON AN ACCOUNT THAT IS MISSING OR NOT OPEN, AND NO
      *    FEE ON AN ITEM RETURNED ONLY BECAUSE THE ACCOUNT TABLE
      *    WAS FULL (NO SLOT).

       240-RETURN-CHECK.
           MOVE CI-ACC-NUM TO RI-ACC-NUM.
           MOVE CI-CHECK-NUM TO RI-CHECK-NUM.
           MOVE CI-AMOUNT TO RI-AMOUNT.
           MOVE CI-DATE TO RI-DATE.
           MOVE WS-REASON-CODE TO RI-REASON-CODE.
           MOVE WS-RUN-DATE TO RI-RETURN-DATE.
           WRITE RETURN-REC.
           ADD CI-AMOUNT TO WS-CT-VALUE-2.
           ADD 1 TO WS-RET-CNTR.
           MOVE "RETURNED" TO REG-ACTION.
           IF WS-ACCT-FOUND AND ACC-OPEN-IN
               AND WS-USED-SLOT > ZERO
               MOVE CI-ACC-NUM TO TRX-ACC-NUM
               MOVE WS-RD-YR TO TRX-YR
               MOVE WS-RD-MNTH TO TRX-MNTH
               MOVE WS-RD-DY TO TRX-DY
               MOVE "F" TO TRX-TYPE
               MOVE WS-RETURN-FEE TO TRX-AMNT
               MOVE SPACES TO TRX-XFER-ACC
               MOVE ACC-BRANCH-IN TO TRX-BRANCH
               MOVE SPACES TO TRX-CHECK-NUM TRX-CASH-IND
                   TRX-TELLER-ID
               WRITE TRX-REC
               ADD WS-RETURN-FEE TO WS-USED-AMT(WS-USED-SLOT)
               ADD WS-RETURN-FEE TO WS-CT-VALUE-3
               ADD 1 TO WS-FEE-CNTR
               MOVE WS-RETURN-FEE TO REG-FEE
           END-IF.

      *-----------------------------------------------------------------*

       280-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CHECKS PRESENTED" TO TOT-LABEL.
           MOVE WS-READ-CNTR TO TOT-CNT.
           MOVE WS-CT-EXPECTED-VALUE TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CHECKS PAID" TO TOT-LABEL.
           MOVE WS-PAID-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-1 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CHECKS RETURNED" TO TOT-LABEL.
           MOVE WS-RET-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-2 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE "RETURNED-ITEM FEES" TO TOT-LABEL.
           MOVE WS-FEE-CNTR TO TOT-CNT.
           MOVE WS-CT-VALUE-3 TO TOT-AMT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.

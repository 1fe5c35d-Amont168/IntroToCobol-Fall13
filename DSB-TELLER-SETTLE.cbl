      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-TELLER-SETTLE
      *    PURPOSE: NIGHTLY TELLER CASH DRAWER SETTLEMENT. FOR EVERY
      *        TELLER DRAWER KEYED IN DSB-DRAWER-MAINT FOR THE
      *        PROCESSING DATE (DSB-TELLER-DRAWER.TXT), AND EVERY
      *        TELLER THE BANK UPDATE POSTED CASH FOR TONIGHT
      *        (DSB-TELLER-CASH.TXT FROM DB-MID-TERM-2), COMPUTES THE
      *        CASH THE DRAWER SHOULD HOLD -
      *            OPENING CASH + BOUGHT FROM VAULT - SOLD TO VAULT
      *            + CASH DEPOSITS POSTED - CASH WITHDRAWALS POSTED
      *        - AND COMPARES IT WITH THE TELLER'S CLOSING COUNT.
      *        THE SETTLEMENT REPORT (MT-TELLER-SETTLE.TXT) LISTS
      *        EVERY DRAWER BY BRANCH AND TELLER WITH BRANCH
      *        SUBTOTALS, FLAGGING EVERY OVER OR SHORT, EVERY TELLER
      *        WHO POSTED CASH WITHOUT A DRAWER, AND EVERY DRAWER NOT
      *        YET COUNTED. EACH OVER/SHORT ON A COUNTED DRAWER IS
      *        APPENDED TO TONIGHT'S BANK GL TOTALS AS A BALANCED
      *        PAIR AGAINST CASH UNDER THE DRAWER'S BRANCH, SO THE
      *        DIFFERENCE REACHES THE LEDGER THE SAME NIGHT INSTEAD
      *        OF WEEKS LATER.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-TELLER-SETTLE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RUN-PARMS-IN     ASSIGN "DSB-RUN-PARMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARMS-STATUS.

       SELECT DRAWER-MST       ASSIGN "DSB-TELLER-DRAWER.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DRW-KEY
                               FILE STATUS IS WS-DRW-STATUS.

       SELECT TELLER-CASH-IN   ASSIGN "DSB-TELLER-CASH.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-CASH-STATUS.

       SELECT BANK-GL-OUT      ASSIGN "BANK-GL-TOTALS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

       SELECT RPT-OUT          ASSIGN "MT-TELLER-SETTLE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RUN-PARMS-IN.
       01  RUN-PARMS-REC.
           03  RP-OPERATOR-ID          PIC X(10).
           03  RP-PASSWORD             PIC X(8).

       FD  DRAWER-MST.
       01  DRAWER-REC.
           03  DRW-KEY.
               05  DRW-TELLER-ID       PIC X(10).
               05  DRW-DATE            PIC 9(8).
           03  DRW-BRANCH              PIC X(2).
           03  DRW-OPEN-CASH           PIC 9(6)V99.
           03  DRW-VAULT-BUY           PIC 9(6)V99.
           03  DRW-VAULT-SELL          PIC 9(6)V99.
           03  DRW-CLOSE-CASH          PIC 9(6)V99.
           03  DRW-COUNTED             PIC X.
               88  DRW-IS-COUNTED                  VALUE "Y".
           03  DRW-OPERATOR            PIC X(10).

       FD  TELLER-CASH-IN.
       01  TELLER-CASH-REC.
           03  TC-TELLER-ID            PIC X(10).
           03  TC-BRANCH               PIC X(2).
           03  TC-DATE                 PIC 9(8).
           03  TC-ACC-NUM              PIC X(5).
           03  TC-TYPE                 PIC X.
               88  TC-IS-DEPOSIT                   VALUE "D".
               88  TC-IS-WITHDRAWAL                VALUE "W".
           03  TC-AMOUNT               PIC 9(6)V99.

       FD  BANK-GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PARMS-STATUS             PIC XX.
       01  WS-DRW-STATUS               PIC XX.
       01  WS-CASH-STATUS              PIC XX.
       01  WS-GL-STATUS                PIC XX.
       01  WS-UNATTENDED-FLAG          PIC X VALUE "N".
           88  WS-UNATTENDED                 VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

      *    CHART-OF-ACCOUNTS NUMBERS FOR THE BALANCED GL PAIR - CASH
      *    AGAINST TELLER OVER/SHORT.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".
       01  WS-GL-OVER-SHORT-ACCT       PIC X(4) VALUE "5310".

      *    ONE ENTRY PER TELLER SETTLED TONIGHT, KEYED BRANCH THEN
      *    TELLER SO THE SORTED TABLE PRINTS IN REPORT ORDER. A
      *    TELLER WITH A DRAWER TAKES THE DRAWER'S BRANCH; ONE WITH
      *    CASH BUT NO DRAWER TAKES THE BRANCH OF THE FIRST ACCOUNT
      *    THE CASH POSTED TO (ACC-BRANCH-IN ON THE MASTER).
       01  WS-TEL-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-TEL-IDX                  PIC 9(3).
       01  WS-TEL-SLOT                 PIC 9(3).
       01  WS-SORT-I                   PIC 9(3).
       01  WS-SORT-J                   PIC 9(3).
       01  WS-SORT-J1                  PIC 9(3).
       01  WS-TEL-TABLE.
           03  WS-TEL-ENTRY OCCURS 200 TIMES.
               05  WS-TL-KEY.
                   07  WS-TL-BRANCH    PIC X(2).
                   07  WS-TL-TELLER    PIC X(10).
               05  WS-TL-DRAWER        PIC X.
               05  WS-TL-COUNTED       PIC X.
               05  WS-TL-OPEN          PIC 9(6)V99.
               05  WS-TL-BUY           PIC 9(6)V99.
               05  WS-TL-SELL          PIC 9(6)V99.
               05  WS-TL-CLOSE         PIC 9(6)V99.
               05  WS-TL-CASH-IN       PIC 9(7)V99.
               05  WS-TL-CASH-OUT      PIC 9(7)V99.
       01  WS-TEL-HOLD                 PIC X(64).

       01  WS-EXPECTED                 PIC S9(8)V99.
       01  WS-OVER-SHORT               PIC S9(8)V99.
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-CUR-BRANCH               PIC X(2).

      *    RUNNING TOTALS - ONE SET FOR THE BRANCH IN PROGRESS AND
      *    ONE FOR THE WHOLE BANK, LAID OUT ALIKE.
       01  WS-BR-TOTALS.
           03  WS-BT-OPEN              PIC 9(8)V99.
           03  WS-BT-BUY               PIC 9(8)V99.
           03  WS-BT-SELL              PIC 9(8)V99.
           03  WS-BT-CASH-IN           PIC 9(8)V99.
           03  WS-BT-CASH-OUT          PIC 9(8)V99.
           03  WS-BT-EXPECTED          PIC S9(8)V99.
           03  WS-BT-CLOSE             PIC 9(8)V99.
           03  WS-BT-OVER-SHORT        PIC S9(8)V99.
       01  WS-GR-TOTALS.
           03  WS-GT-OPEN              PIC 9(8)V99.
           03  WS-GT-BUY               PIC 9(8)V99.
           03  WS-GT-SELL              PIC 9(8)V99.
           03  WS-GT-CASH-IN           PIC 9(8)V99.
           03  WS-GT-CASH-OUT          PIC 9(8)V99.
           03  WS-GT-EXPECTED          PIC S9(8)V99.
           03  WS-GT-CLOSE             PIC 9(8)V99.
           03  WS-GT-OVER-SHORT        PIC S9(8)V99.

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(16) VALUE "BR  TELLER".
           03  FILLER                  PIC X(11) VALUE "   OPENING".
           03  FILLER                  PIC X(11) VALUE "    BOUGHT".
           03  FILLER                  PIC X(11) VALUE "      SOLD".
           03  FILLER                  PIC X(13) VALUE "     CASH IN".
           03  FILLER                  PIC X(13) VALUE "    CASH OUT".
           03  FILLER                  PIC X(14) VALUE "     EXPECTED".
           03  FILLER                  PIC X(11) VALUE "   COUNTED".
           03  FILLER                  PIC X(12) VALUE "  OVER/SHORT".
           03  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-COL-HDR-2                PIC X(132) VALUE ALL "-".

       01  WS-DETAIL-ROW.
           03  DL-BRANCH               PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-TELLER               PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-OPEN                 PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-BUY                  PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-SELL                 PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-CASH-IN              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-CASH-OUT             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-EXPECTED             PIC -Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-CLOSE                PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  DL-OVER-SHORT           PIC -ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DL-FLAG                 PIC X(11).

      *    THE BRANCH AND BANK TOTAL LINES CARRY WIDER SUMS THAN ONE
      *    DRAWER, SO THEY PRINT FROM THEIR OWN LAYOUT.
       01  WS-TOTAL-ROW.
           03  TL-LABEL                PIC X(16).
           03  TL-OPEN                 PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  TL-BUY                  PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  TL-SELL                 PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  TL-CASH-IN              PIC ZZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TL-CASH-OUT             PIC ZZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TL-EXPECTED             PIC -ZZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TL-CLOSE                PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  TL-OVER-SHORT           PIC -ZZZZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-TELLER-SETTLE".

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
       01  WS-CASH-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-OUT-CNTR                 PIC 9(5) VALUE ZERO.
       01  WS-NODRW-CNTR               PIC 9(5) VALUE ZERO.
       01  WS-UNCNT-CNTR               PIC 9(5) VALUE ZERO.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "CASH DEPOSITS POSTED".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "CASH WITHDRAWALS POSTED".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "NET DRAWER OVER/SHORT".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "OVER/SHORT DOLLARS".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "OVER/SHORT SENT TO GL".
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
           PERFORM 110-LOAD-DRAWERS.
           PERFORM 115-LOAD-TELLER-CASH.
           IF WS-TEL-CNT > 1
               PERFORM 119-ORDER-TWO-TELLERS
                   VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-TEL-CNT
                   AFTER WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-TEL-CNT - WS-SORT-I
           END-IF.
           OPEN EXTEND BANK-GL-OUT.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT BANK-GL-OUT
               CLOSE BANK-GL-OUT
               OPEN EXTEND BANK-GL-OUT
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           INITIALIZE WS-GR-TOTALS.
           INITIALIZE WS-BR-TOTALS.
           IF WS-TEL-CNT > ZERO
               MOVE WS-TL-BRANCH(1) TO WS-CUR-BRANCH
           END-IF.
           PERFORM 200-SETTLE-ONE-TELLER
               VARYING WS-TEL-IDX FROM 1 BY 1
                   UNTIL WS-TEL-IDX > WS-TEL-CNT.
           IF WS-TEL-CNT > ZERO
               PERFORM 210-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 280-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE BANK-GL-OUT.
           CLOSE RPT-OUT.
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
           DISPLAY "TELLERS SETTLED      = " WS-TEL-CNT.
           DISPLAY "DRAWERS OVER/SHORT   = " WS-OUT-CNTR.
           DISPLAY "CASH WITH NO DRAWER  = " WS-NODRW-CNTR.
           DISPLAY "DRAWERS NOT COUNTED  = " WS-UNCNT-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-CASH-CNTR
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
      *    THE DRAWER FILE IS KEYED TELLER THEN DATE, SO TONIGHT'S
      *    DRAWERS ARE PICKED OUT OF A FULL PASS. EARLIER DAYS STAY
      *    ON FILE AS THE HISTORY OF EACH TELLER'S COUNTS.

       110-LOAD-DRAWERS.
           MOVE ZERO TO WS-TEL-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DRAWER-MST.
           IF WS-DRW-STATUS = "35"
               DISPLAY "DSB-TELLER-DRAWER.TXT NOT FOUND - NO DRAWERS "
                   "KEYED"
           ELSE
               MOVE LOW-VALUES TO DRW-KEY
               START DRAWER-MST KEY NOT < DRW-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ DRAWER-MST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   IF DRW-DATE = WS-RUN-DATE
                       PERFORM 111-TABLE-ONE-DRAWER
                   END-IF
                   READ DRAWER-MST NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE DRAWER-MST
           END-IF.

      *-----------------------------------------------------------------*

       111-TABLE-ONE-DRAWER.
           IF WS-TEL-CNT < 200
               ADD 1 TO WS-TEL-CNT
               MOVE DRW-BRANCH TO WS-TL-BRANCH(WS-TEL-CNT)
               MOVE DRW-TELLER-ID TO WS-TL-TELLER(WS-TEL-CNT)
               MOVE "Y" TO WS-TL-DRAWER(WS-TEL-CNT)
               MOVE DRW-COUNTED TO WS-TL-COUNTED(WS-TEL-CNT)
               MOVE DRW-OPEN-CASH TO WS-TL-OPEN(WS-TEL-CNT)
               MOVE DRW-VAULT-BUY TO WS-TL-BUY(WS-TEL-CNT)
               MOVE DRW-VAULT-SELL TO WS-TL-SELL(WS-TEL-CNT)
               MOVE DRW-CLOSE-CASH TO WS-TL-CLOSE(WS-TEL-CNT)
               MOVE ZERO TO WS-TL-CASH-IN(WS-TEL-CNT)
                   WS-TL-CASH-OUT(WS-TEL-CNT)
           ELSE
               DISPLAY "*** TELLER TABLE FULL AT 200 - DRAWER "
                   DRW-TELLER-ID " NOT SETTLED ***"
           END-IF.

      *-----------------------------------------------------------------*
      *    EVERY POSTED CASH ITEM IS CHARGED TO ITS TELLER'S DRAWER.
      *    A TELLER WHO TOOK CASH WITHOUT A DRAWER ON FILE STILL GETS
      *    AN ENTRY, SO THE MISSING DRAWER SHOWS ON THE REPORT.

       115-LOAD-TELLER-CASH.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TELLER-CASH-IN.
           IF WS-CASH-STATUS = "35"
               DISPLAY "DSB-TELLER-CASH.TXT NOT FOUND - NO CASH "
                   "POSTED"
           ELSE
               READ TELLER-CASH-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-CASH-CNTR
                   PERFORM 117-FIND-TELLER
                   IF WS-TEL-SLOT > ZERO
                       IF TC-IS-DEPOSIT
                           ADD TC-AMOUNT TO WS-TL-CASH-IN(WS-TEL-SLOT)
                           ADD TC-AMOUNT TO WS-CT-VALUE-1
                       END-IF
                       IF TC-IS-WITHDRAWAL
                           ADD TC-AMOUNT
                               TO WS-TL-CASH-OUT(WS-TEL-SLOT)
                           ADD TC-AMOUNT TO WS-CT-VALUE-2
                       END-IF
                   END-IF
                   READ TELLER-CASH-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TELLER-CASH-IN
           END-IF.

      *-----------------------------------------------------------------*

       117-FIND-TELLER.
           MOVE ZERO TO WS-TEL-SLOT.
           PERFORM VARYING WS-TEL-IDX FROM 1 BY 1
                   UNTIL WS-TEL-SLOT > ZERO
                      OR WS-TEL-IDX > WS-TEL-CNT
               IF WS-TL-TELLER(WS-TEL-IDX) = TC-TELLER-ID
                   MOVE WS-TEL-IDX TO WS-TEL-SLOT
               END-IF
           END-PERFORM.
           IF WS-TEL-SLOT = ZERO
               IF WS-TEL-CNT < 200
                   ADD 1 TO WS-TEL-CNT
                   MOVE TC-BRANCH TO WS-TL-BRANCH(WS-TEL-CNT)
                   MOVE TC-TELLER-ID TO WS-TL-TELLER(WS-TEL-CNT)
                   MOVE "N" TO WS-TL-DRAWER(WS-TEL-CNT)
                   MOVE "N" TO WS-TL-COUNTED(WS-TEL-CNT)
                   MOVE ZERO TO WS-TL-OPEN(WS-TEL-CNT)
                       WS-TL-BUY(WS-TEL-CNT) WS-TL-SELL(WS-TEL-CNT)
                       WS-TL-CLOSE(WS-TEL-CNT)
                       WS-TL-CASH-IN(WS-TEL-CNT)
                       WS-TL-CASH-OUT(WS-TEL-CNT)
                   MOVE WS-TEL-CNT TO WS-TEL-SLOT
               ELSE
                   DISPLAY "*** TELLER TABLE FULL AT 200 - CASH FOR "
                       TC-TELLER-ID " NOT SETTLED ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    ONE EXCHANGE-SORT STEP - PUTS THE TABLE INTO BRANCH/TELLER
      *    ORDER FOR THE REPORT'S BRANCH BREAKS.

       119-ORDER-TWO-TELLERS.
           COMPUTE WS-SORT-J1 = WS-SORT-J + 1.
           IF WS-TL-KEY(WS-SORT-J) > WS-TL-KEY(WS-SORT-J1)
               MOVE WS-TEL-ENTRY(WS-SORT-J) TO WS-TEL-HOLD
               MOVE WS-TEL-ENTRY(WS-SORT-J1) TO WS-TEL-ENTRY(WS-SORT-J)
               MOVE WS-TEL-HOLD TO WS-TEL-ENTRY(WS-SORT-J1)
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
           MOVE "TELLER CASH DRAWER SETTLEMENT" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.

      *-----------------------------------------------------------------*
      *    ONLY A COUNTED DRAWER IS SETTLED. A DRAWER NOT YET COUNTED
      *    AND CASH WITH NO DRAWER AT ALL ARE LISTED FOR THE BRANCH
      *    MANAGER BUT SEND NOTHING TO THE LEDGER - THERE IS NO COUNT
      *    TO MEASURE THEM AGAINST.

       200-SETTLE-ONE-TELLER.
           IF WS-TL-BRANCH(WS-TEL-IDX) NOT = WS-CUR-BRANCH
               PERFORM 210-PRINT-BRANCH-TOTAL
               MOVE WS-TL-BRANCH(WS-TEL-IDX) TO WS-CUR-BRANCH
           END-IF.
           COMPUTE WS-EXPECTED = WS-TL-OPEN(WS-TEL-IDX)
               + WS-TL-BUY(WS-TEL-IDX) - WS-TL-SELL(WS-TEL-IDX)
               + WS-TL-CASH-IN(WS-TEL-IDX)
               - WS-TL-CASH-OUT(WS-TEL-IDX).
           MOVE ZERO TO WS-OVER-SHORT.
           MOVE SPACES TO DL-FLAG.
           IF WS-TL-DRAWER(WS-TEL-IDX) NOT = "Y"
               MOVE "NO DRAWER" TO DL-FLAG
               ADD 1 TO WS-NODRW-CNTR
           ELSE
               IF WS-TL-COUNTED(WS-TEL-IDX) NOT = "Y"
                   MOVE "NOT COUNTED" TO DL-FLAG
                   ADD 1 TO WS-UNCNT-CNTR
               ELSE
                   COMPUTE WS-OVER-SHORT =
                       WS-TL-CLOSE(WS-TEL-IDX) - WS-EXPECTED
                   IF WS-OVER-SHORT > ZERO
                       MOVE "*** OVER" TO DL-FLAG
                   END-IF
                   IF WS-OVER-SHORT < ZERO
                       MOVE "*** SHORT" TO DL-FLAG
                   END-IF
                   IF WS-OVER-SHORT NOT = ZERO
                       ADD 1 TO WS-OUT-CNTR
                       PERFORM 220-WRITE-GL-PAIR
                   END-IF
               END-IF
           END-IF.
           MOVE WS-TL-BRANCH(WS-TEL-IDX) TO DL-BRANCH.
           MOVE WS-TL-TELLER(WS-TEL-IDX) TO DL-TELLER.
           MOVE WS-TL-OPEN(WS-TEL-IDX) TO DL-OPEN.
           MOVE WS-TL-BUY(WS-TEL-IDX) TO DL-BUY.
           MOVE WS-TL-SELL(WS-TEL-IDX) TO DL-SELL.
           MOVE WS-TL-CASH-IN(WS-TEL-IDX) TO DL-CASH-IN.
           MOVE WS-TL-CASH-OUT(WS-TEL-IDX) TO DL-CASH-OUT.
           MOVE WS-EXPECTED TO DL-EXPECTED.
           MOVE WS-TL-CLOSE(WS-TEL-IDX) TO DL-CLOSE.
           MOVE WS-OVER-SHORT TO DL-OVER-SHORT.
           WRITE RPT-REC FROM WS-DETAIL-ROW.
           ADD WS-TL-OPEN(WS-TEL-IDX) TO WS-BT-OPEN.
           ADD WS-TL-BUY(WS-TEL-IDX) TO WS-BT-BUY.
           ADD WS-TL-SELL(WS-TEL-IDX) TO WS-BT-SELL.
           ADD WS-TL-CASH-IN(WS-TEL-IDX) TO WS-BT-CASH-IN.
           ADD WS-TL-CASH-OUT(WS-TEL-IDX) TO WS-BT-CASH-OUT.
           ADD WS-EXPECTED TO WS-BT-EXPECTED.
           ADD WS-TL-CLOSE(WS-TEL-IDX) TO WS-BT-CLOSE.
           ADD WS-OVER-SHORT TO WS-BT-OVER-SHORT.

      *-----------------------------------------------------------------*

       210-PRINT-BRANCH-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "BRANCH " WS-CUR-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-BT-OPEN TO TL-OPEN.
           MOVE WS-BT-BUY TO TL-BUY.
           MOVE WS-BT-SELL TO TL-SELL.
           MOVE WS-BT-CASH-IN TO TL-CASH-IN.
           MOVE WS-BT-CASH-OUT TO TL-CASH-OUT.
           MOVE WS-BT-EXPECTED TO TL-EXPECTED.
           MOVE WS-BT-CLOSE TO TL-CLOSE.
           MOVE WS-BT-OVER-SHORT TO TL-OVER-SHORT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD WS-BT-OPEN TO WS-GT-OPEN.
           ADD WS-BT-BUY TO WS-GT-BUY.
           ADD WS-BT-SELL TO WS-GT-SELL.
           ADD WS-BT-CASH-IN TO WS-GT-CASH-IN.
           ADD WS-BT-CASH-OUT TO WS-GT-CASH-OUT.
           ADD WS-BT-EXPECTED TO WS-GT-EXPECTED.
           ADD WS-BT-CLOSE TO WS-GT-CLOSE.
           ADD WS-BT-OVER-SHORT TO WS-GT-OVER-SHORT.
           INITIALIZE WS-BR-TOTALS.

      *-----------------------------------------------------------------*
      *    A SHORT DEBITS OVER/SHORT AND CREDITS CASH; AN OVER DEBITS
      *    CASH AND CREDITS OVER/SHORT. EITHER WAY THE PAIR NETS TO
      *    ZERO AND CARRIES THE DRAWER'S BRANCH.

       220-WRITE-GL-PAIR.
           IF WS-OVER-SHORT < ZERO
               COMPUTE WS-GL-PAIR-AMT = ZERO - WS-OVER-SHORT
           ELSE
               MOVE WS-OVER-SHORT TO WS-GL-PAIR-AMT
           END-IF.
           ADD WS-GL-PAIR-AMT TO WS-CT-EXPECTED-VALUE.
           ADD WS-OVER-SHORT TO WS-CT-VALUE-3.
           MOVE WS-RD-YR TO GL-YEAR.
           MOVE WS-RD-MNTH TO GL-MONTH.
           MOVE WS-RD-DY TO GL-DAY.
           MOVE "BANK" TO GL-SOURCE.
           MOVE WS-TL-BRANCH(WS-TEL-IDX) TO GL-BRANCH.
           MOVE SPACES TO GL-DESCRIPTION.
           IF WS-OVER-SHORT < ZERO
               STRING "DRAWER SHORT " WS-TL-TELLER(WS-TEL-IDX)
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
           ELSE
               STRING "DRAWER OVER " WS-TL-TELLER(WS-TEL-IDX)
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
           END-IF.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT.
           IF WS-OVER-SHORT < ZERO
               MOVE WS-GL-OVER-SHORT-ACCT TO GL-DEBIT-ACCT
           ELSE
               MOVE WS-GL-CASH-ACCT TO GL-DEBIT-ACCT
           END-IF.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           ADD WS-GL-PAIR-AMT TO WS-CT-ACTUAL-VALUE.
           COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           IF WS-OVER-SHORT < ZERO
               MOVE WS-GL-CASH-ACCT TO GL-CREDIT-ACCT
           ELSE
               MOVE WS-GL-OVER-SHORT-ACCT TO GL-CREDIT-ACCT
           END-IF.
           WRITE GL-DETAIL-REC.

      *-----------------------------------------------------------------*

       280-PRINT-TOTALS.
           MOVE "BANK TOTAL" TO TL-LABEL.
           MOVE WS-GT-OPEN TO TL-OPEN.
           MOVE WS-GT-BUY TO TL-BUY.
           MOVE WS-GT-SELL TO TL-SELL.
           MOVE WS-GT-CASH-IN TO TL-CASH-IN.
           MOVE WS-GT-CASH-OUT TO TL-CASH-OUT.
           MOVE WS-GT-EXPECTED TO TL-EXPECTED.
           MOVE WS-GT-CLOSE TO TL-CLOSE.
           MOVE WS-GT-OVER-SHORT TO TL-OVER-SHORT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "DRAWERS OVER/SHORT " WS-OUT-CNTR
               "   CASH WITH NO DRAWER " WS-NODRW-CNTR
               "   DRAWERS NOT COUNTED " WS-UNCNT-CNTR
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-IOLTA-REMIT
      *    PURPOSE: MONTHLY IOLTA INTEREST REMITTANCE. THE FIRM TRUST
      *        ACCOUNT NAMED ON DSB-TRUST-ACCT.TXT EARNS INTEREST EVERY
      *        NIGHT IN DB-MID-TERM-2 LIKE ANY OTHER ACCOUNT, BUT AS AN
      *        IOLTA ACCOUNT (ACCOUNT TYPE "T" ON THE BANK MASTER) THAT
      *        INTEREST BELONGS TO THE STATE BAR FOUNDATION, NOT THE
      *        FIRM. FOR EVERY COMPLETE CALENDAR MONTH NOT YET ON
      *        DSB-IOLTA-REMIT-HIST.TXT THIS RUN TOTALS THE ACCOUNT'S
      *        "I" INTEREST ROWS (LESS ANY "B" BACKUP WITHHOLDING TAKEN
      *        FROM THEM) FROM MT-YTD-TRANS-DETAIL.TXT - AND FROM THE
      *        DATED MT-TRANS-HISTORY-YYYY.TXT WHEN DSB-YTD-ARCHIVE HAS
      *        ALREADY ROLLED THE MONTH'S YEAR - DROPS AN "X" TRANSFER
      *        OF THE NET TO THE FOUNDATION'S ACCOUNT (DSB-IOLTA-PARM
      *        .TXT) INTO MT-TRANS-ENTRY.TXT SO IT POSTS THROUGH THE
      *        EDIT AND THE UPDATE LIKE ANY KEYED TRANSFER, FILES THE
      *        MONTH ON THE HISTORY, AND PRINTS THE FOUNDATION'S
      *        REMITTANCE REPORT (DSB-IOLTA-REMITTANCE.TXT) WITH EVERY
      *        INTEREST CREDIT BEHIND THE FIGURE. MONTHS ARE REMITTED
      *        IN ORDER WITH NONE SKIPPED, SO DSB-TRUST-RECON CAN TELL
      *        EXACTLY WHICH INTEREST IS STILL SITTING IN THE ACCOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-IOLTA-REMIT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT TRUST-ACCT-IN    ASSIGN "DSB-TRUST-ACCT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TA-STATUS.

       SELECT IOLTA-PARM-IN    ASSIGN "DSB-IOLTA-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT IOLTA-HIST       ASSIGN "DSB-IOLTA-REMIT-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-IH-STATUS.

       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT TRANS-IN         ASSIGN "MT-YTD-TRANS-DETAIL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TRX-KEY
                               FILE STATUS IS WS-TRANS-STATUS.

       SELECT HIST-IN          ASSIGN TO WS-HIST-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HIST-STATUS.

       SELECT TRANS-ENTRY-OUT  ASSIGN "MT-TRANS-ENTRY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ENTRY-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-IOLTA-REMITTANCE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  TRUST-ACCT-IN.
       01  TRUST-ACCT-REC.
           03  TA-ACC-NUM              PIC X(5).

       FD  IOLTA-PARM-IN.
           COPY DSB-IOLTA-PARM.

       FD  IOLTA-HIST.
           COPY DSB-IOLTA-HIST.

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
               88  ACC-IS-IOLTA-IN                 VALUE "T".
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

       FD  TRANS-IN.
       01  YTD-REC.
           03  TRX-KEY.
               05  YTD-ACC-NUM         PIC X(5).
               05  YTD-YR              PIC 9(4).
               05  YTD-MNTH            PIC 9(2).
               05  YTD-DY              PIC 9(2).
               05  YTD-SEQ             PIC 9(3).
           03  YTD-TYPE                PIC X.
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

      *    THE DATED HISTORY FILES DSB-YTD-ARCHIVE WRITES STAY PLAIN
      *    SEQUENTIAL WITH NO SEQUENCE NUMBER.
       FD  HIST-IN.
       01  HIST-TRX-REC.
           03  HIS-ACC-NUM             PIC X(5).
           03  HIS-YR                  PIC 9(4).
           03  HIS-MNTH                PIC 9(2).
           03  HIS-DY                  PIC 9(2).
           03  HIS-TYPE                PIC X.
           03  HIS-AMNT                PIC 9(6)V99.
           03  HIS-XFER-ACC            PIC X(5).
           03  HIS-CHECK-NUM           PIC X(8).

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
           03  TRX-TELLER-ID           PIC X(10).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-TA-STATUS                PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-IH-STATUS                PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-ENTRY-STATUS             PIC XX.
       01  WS-HIST-FILENAME            PIC X(40).

           COPY DSB-EOF-EXCPT.

       01  WS-HIST-EOF-FLAG            PIC X VALUE "N".
           88  WS-HIST-EOF                   VALUE "Y".
       01  WS-DTL-EOF-FLAG             PIC X VALUE "N".
           88  WS-DTL-EOF                    VALUE "Y".
       01  WS-TRANS-OPEN-FLAG          PIC X VALUE "N".
           88  WS-TRANS-OPEN                 VALUE "Y".

       01  WS-SETUP-OK-FLAG            PIC X VALUE "Y".
           88  WS-SETUP-OK                   VALUE "Y".

       01  WS-TRUST-ACCT               PIC X(5) VALUE SPACES.
       01  WS-TRUST-NAME               PIC X(21).
       01  WS-TRUST-BRANCH             PIC X(2).
       01  WS-FOUND-ACCT               PIC X(5) VALUE SPACES.
       01  WS-FOUND-NAME               PIC X(30) VALUE SPACES.

      *    PERIODS ARE YYYYMM. THE LAST ONE ON THE HISTORY, THE ONE
      *    BEING REMITTED, AND THE LAST COMPLETE MONTH BEFORE THE
      *    PROCESSING DATE.
       01  WS-LAST-REMITTED            PIC 9(6) VALUE ZERO.
       01  WS-PERIOD                   PIC 9(6).
       01  WS-PERIOD-BRK REDEFINES WS-PERIOD.
           03  WS-PER-YR               PIC 9(4).
           03  WS-PER-MNTH             PIC 9(2).
       01  WS-LAST-COMPLETE            PIC 9(6).
       01  WS-LAST-COMPLETE-BRK REDEFINES WS-LAST-COMPLETE.
           03  WS-LC-YR                PIC 9(4).
           03  WS-LC-MNTH              PIC 9(2).

       01  WS-GROSS                    PIC 9(7)V99 VALUE ZERO.
       01  WS-WITHHELD                 PIC 9(7)V99 VALUE ZERO.
       01  WS-NET                      PIC S9(7)V99 VALUE ZERO.
       01  WS-TOT-REMITTED             PIC 9(9)V99 VALUE ZERO.
       01  WS-REMIT-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-XFER-CNTR                PIC 9(7) VALUE ZERO.

      *    ONE ROW PER INTEREST OR WITHHOLDING LINE FOUND.
       01  WS-LINE-TYPE                PIC X.
       01  WS-LINE-DATE.
           03  WS-LD-YR                PIC 9(4).
           03  WS-LD-MNTH              PIC 9(2).
           03  WS-LD-DY                PIC 9(2).
       01  WS-LINE-AMNT                PIC 9(6)V99.

       01  WS-FOUND-LINE.
           03  FILLER                  PIC X(14) VALUE "FOUNDATION:   ".
           03  FL-NAME                 PIC X(30).
           03  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           03  FL-ACCT                 PIC X(5).

       01  WS-TRUST-LINE.
           03  FILLER                  PIC X(14) VALUE "FIRM TRUST:   ".
           03  TL-NAME                 PIC X(21).
           03  FILLER                  PIC X(9) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           03  TL-ACCT                 PIC X(5).

       01  WS-PERIOD-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "INTEREST FOR MONTH  ".
           03  PL-MNTH                 PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  PL-YR                   PIC 9(4).

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  DL-MNTH                 PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DL-DY                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  DL-YR                   PIC 9(4).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  DL-DESC                 PIC X(24).
           03  DL-AMNT                 PIC -ZZZ,ZZ9.99.

       01  WS-AMOUNT-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  AL-LABEL                PIC X(37).
           03  AL-AMNT                 PIC -Z,ZZZ,ZZ9.99.

       01  WS-XFER-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FILLER                  PIC X(28)
                               VALUE "TRANSFER ENTERED FOR POSTING".
           03  FILLER                  PIC X(4) VALUE " ON ".
           03  XL-MNTH                 PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  XL-DY                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  XL-YR                   PIC 9(4).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-IOLTA-REMIT".
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

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-GET-ACCOUNTS.
           IF WS-SETUP-OK
               PERFORM 120-CHECK-MASTER
           END-IF.
           IF NOT WS-SETUP-OK
               DISPLAY "*** IOLTA REMITTANCE NOT RUN ***"
               MOVE "FAILED" TO WS-END-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 130-FIND-LAST-REMITTED
               PERFORM 140-SET-PERIODS
               OPEN INPUT TRANS-IN
               IF WS-TRANS-STATUS = "00"
                   MOVE "Y" TO WS-TRANS-OPEN-FLAG
               END-IF
               OPEN EXTEND TRANS-ENTRY-OUT
               IF WS-ENTRY-STATUS = "35"
                   OPEN OUTPUT TRANS-ENTRY-OUT
                   CLOSE TRANS-ENTRY-OUT
                   OPEN EXTEND TRANS-ENTRY-OUT
               END-IF
               OPEN EXTEND IOLTA-HIST
               IF WS-IH-STATUS = "35"
                   OPEN OUTPUT IOLTA-HIST
                   CLOSE IOLTA-HIST
                   OPEN EXTEND IOLTA-HIST
               END-IF
               OPEN OUTPUT RPT-OUT
               PERFORM 150-PRINT-REPORT-HEADER
               IF WS-PERIOD > WS-LAST-COMPLETE
                   MOVE "NO COMPLETE MONTH AWAITING REMITTANCE"
                       TO RPT-REC
                   WRITE RPT-REC
               END-IF
               PERFORM 200-REMIT-PERIOD
                   UNTIL WS-PERIOD > WS-LAST-COMPLETE
               PERFORM 500-PRINT-TOTALS
               WRITE RPT-REC FROM WS-RPT-FOOTER-LINE
               CLOSE RPT-OUT
               CLOSE IOLTA-HIST
               CLOSE TRANS-ENTRY-OUT
               IF WS-TRANS-OPEN
                   CLOSE TRANS-IN
               END-IF
           END-IF.
           DISPLAY "MONTHS REMITTED       = " WS-REMIT-CNTR.
           DISPLAY "TRANSFERS ENTERED     = " WS-XFER-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-REMIT-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-GET-ACCOUNTS.
           OPEN INPUT TRUST-ACCT-IN.
           IF WS-TA-STATUS = "00"
               READ TRUST-ACCT-IN
                   AT END CONTINUE
                   NOT AT END MOVE TA-ACC-NUM TO WS-TRUST-ACCT
               END-READ
               CLOSE TRUST-ACCT-IN
           END-IF.
           IF WS-TRUST-ACCT = SPACES
               DISPLAY "DSB-TRUST-ACCT.TXT MISSING OR EMPTY - NO FIRM "
                   "TRUST ACCOUNT"
               MOVE "N" TO WS-SETUP-OK-FLAG
           END-IF.
           OPEN INPUT IOLTA-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ IOLTA-PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE IP-FOUND-ACC TO WS-FOUND-ACCT
                       MOVE IP-FOUND-NAME TO WS-FOUND-NAME
               END-READ
               CLOSE IOLTA-PARM-IN
           END-IF.
           IF WS-FOUND-ACCT = SPACES
               DISPLAY "DSB-IOLTA-PARM.TXT MISSING OR EMPTY - NO "
                   "FOUNDATION ACCOUNT"
               MOVE "N" TO WS-SETUP-OK-FLAG
           END-IF.

      *-----------------------------------------------------------------*
      *    THE TRUST ACCOUNT MUST BE FLAGGED IOLTA - INTEREST ON ANY
      *    OTHER ACCOUNT IS THE OWNER'S AND IS NEVER SWEPT AWAY - AND
      *    THE FOUNDATION ACCOUNT MUST EXIST OR THE EDIT WOULD ONLY
      *    REJECT THE TRANSFER TONIGHT.

       120-CHECK-MASTER.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "MT-MST-CURRENT-2.TXT NOT FOUND"
               MOVE "N" TO WS-SETUP-OK-FLAG
           ELSE
               MOVE WS-FOUND-ACCT TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY
                       DISPLAY "FOUNDATION ACCOUNT " WS-FOUND-ACCT
                           " NOT ON THE BANK MASTER"
                       MOVE "N" TO WS-SETUP-OK-FLAG
               END-READ
               MOVE WS-TRUST-ACCT TO ACC-NUM-IN
               READ MST-IN
                   INVALID KEY
                       DISPLAY "FIRM TRUST ACCOUNT " WS-TRUST-ACCT
                           " NOT ON THE BANK MASTER"
                       MOVE "N" TO WS-SETUP-OK-FLAG
                   NOT INVALID KEY
                       IF NOT ACC-IS-IOLTA-IN
                           DISPLAY "FIRM TRUST ACCOUNT " WS-TRUST-ACCT
                               " IS NOT FLAGGED IOLTA (TYPE T)"
                           MOVE "N" TO WS-SETUP-OK-FLAG
                       END-IF
                       MOVE SPACES TO WS-TRUST-NAME
                       STRING FNAME-IN DELIMITED BY SPACE
                              " "      DELIMITED BY SIZE
                              LNAME-IN DELIMITED BY SPACE
                              INTO WS-TRUST-NAME
                       MOVE ACC-BRANCH-IN TO WS-TRUST-BRANCH
               END-READ
               CLOSE MST-IN
           END-IF.

      *-----------------------------------------------------------------*

       130-FIND-LAST-REMITTED.
           OPEN INPUT IOLTA-HIST.
           IF WS-IH-STATUS = "00"
               READ IOLTA-HIST AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF IH-TRUST-ACC = WS-TRUST-ACCT
                       AND IH-PERIOD > WS-LAST-REMITTED
                       MOVE IH-PERIOD TO WS-LAST-REMITTED
                   END-IF
                   READ IOLTA-HIST AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE IOLTA-HIST
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    THE FIRST RUN STARTS WITH LAST MONTH; AFTER THAT, THE MONTH
      *    AFTER THE LAST ONE ON THE HISTORY, SO A MISSED RUN CATCHES
      *    UP EVERY MONTH IT MISSED, ONE TRANSFER EACH.

       140-SET-PERIODS.
           MOVE WS-RD-YR TO WS-LC-YR.
           MOVE WS-RD-MNTH TO WS-LC-MNTH.
           IF WS-LC-MNTH = 1
               SUBTRACT 1 FROM WS-LC-YR
               MOVE 12 TO WS-LC-MNTH
           ELSE
               SUBTRACT 1 FROM WS-LC-MNTH
           END-IF.
           IF WS-LAST-REMITTED = ZERO
               MOVE WS-LAST-COMPLETE TO WS-PERIOD
           ELSE
               MOVE WS-LAST-REMITTED TO WS-PERIOD
               PERFORM 290-NEXT-PERIOD
           END-IF.

      *-----------------------------------------------------------------*

       150-PRINT-REPORT-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "IOLTA INTEREST REMITTANCE" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-FOUND-NAME TO FL-NAME.
           MOVE WS-FOUND-ACCT TO FL-ACCT.
           MOVE WS-FOUND-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TRUST-NAME TO TL-NAME.
           MOVE WS-TRUST-ACCT TO TL-ACCT.
           MOVE WS-TRUST-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    ONE CALENDAR MONTH - EVERY INTEREST CREDIT AND WITHHOLDING
      *    LINE PRINTS, THE NET GOES OVER AS ONE TRANSFER, AND THE
      *    MONTH IS FILED EVEN WHEN NOTHING WAS EARNED SO THE NEXT
      *    RUN MOVES ON.

       200-REMIT-PERIOD.
           MOVE ZERO TO WS-GROSS WS-WITHHELD.
           MOVE WS-PER-MNTH TO PL-MNTH.
           MOVE WS-PER-YR TO PL-YR.
           MOVE WS-PERIOD-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-PER-YR < WS-RD-YR
               PERFORM 220-SCAN-ARCHIVE
           END-IF.
           IF WS-TRANS-OPEN
               PERFORM 210-SCAN-DETAIL
           END-IF.
           COMPUTE WS-NET = WS-GROSS - WS-WITHHELD.
           IF WS-NET < ZERO
               MOVE ZERO TO WS-NET
           END-IF.
           MOVE "GROSS INTEREST CREDITED" TO AL-LABEL.
           MOVE WS-GROSS TO AL-AMNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "LESS BACKUP WITHHOLDING" TO AL-LABEL.
           MOVE WS-WITHHELD TO AL-AMNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "REMITTED TO THE FOUNDATION" TO AL-LABEL.
           MOVE WS-NET TO AL-AMNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-NET > ZERO
               PERFORM 250-ENTER-TRANSFER
           ELSE
               MOVE "    NOTHING EARNED - NO TRANSFER" TO RPT-REC
               WRITE RPT-REC
           END-IF.
           PERFORM 260-FILE-HISTORY.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 290-NEXT-PERIOD.

      *-----------------------------------------------------------------*

       210-SCAN-DETAIL.
           MOVE "N" TO WS-DTL-EOF-FLAG.
           MOVE WS-TRUST-ACCT TO YTD-ACC-NUM.
           MOVE WS-PER-YR TO YTD-YR.
           MOVE WS-PER-MNTH TO YTD-MNTH.
           MOVE ZERO TO YTD-DY YTD-SEQ.
           START TRANS-IN KEY IS NOT LESS THAN TRX-KEY
               INVALID KEY MOVE "Y" TO WS-DTL-EOF-FLAG
           END-START.
           IF NOT WS-DTL-EOF
               READ TRANS-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-DTL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-DTL-EOF
               IF YTD-ACC-NUM NOT = WS-TRUST-ACCT
                   OR YTD-YR NOT = WS-PER-YR
                   OR YTD-MNTH NOT = WS-PER-MNTH
                   MOVE "Y" TO WS-DTL-EOF-FLAG
               ELSE
                   MOVE YTD-TYPE TO WS-LINE-TYPE
                   MOVE YTD-YR TO WS-LD-YR
                   MOVE YTD-MNTH TO WS-LD-MNTH
                   MOVE YTD-DY TO WS-LD-DY
                   MOVE YTD-AMNT TO WS-LINE-AMNT
                   PERFORM 230-TAKE-LINE
                   READ TRANS-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-DTL-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    A MONTH FROM A YEAR DSB-YTD-ARCHIVE HAS ALREADY ROLLED
      *    LIVES IN THAT YEAR'S DATED HISTORY FILE.

       220-SCAN-ARCHIVE.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING "MT-TRANS-HISTORY-"  DELIMITED BY SIZE
                  WS-PER-YR            DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.
           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT HIST-IN.
           IF WS-HIST-STATUS = "00"
               READ HIST-IN AT END MOVE "Y" TO WS-HIST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-HIST-EOF
                   IF HIS-ACC-NUM = WS-TRUST-ACCT
                       AND HIS-YR = WS-PER-YR
                       AND HIS-MNTH = WS-PER-MNTH
                       MOVE HIS-TYPE TO WS-LINE-TYPE
                       MOVE HIS-YR TO WS-LD-YR
                       MOVE HIS-MNTH TO WS-LD-MNTH
                       MOVE HIS-DY TO WS-LD-DY
                       MOVE HIS-AMNT TO WS-LINE-AMNT
                       PERFORM 230-TAKE-LINE
                   END-IF
                   READ HIST-IN AT END MOVE "Y" TO WS-HIST-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HIST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY INTEREST AND THE WITHHOLDING TAKEN FROM IT COUNT -
      *    CLIENT DEPOSITS AND DRAWS ARE THE CLIENTS' MONEY.

       230-TAKE-LINE.
           EVALUATE WS-LINE-TYPE
               WHEN "I"
                   ADD WS-LINE-AMNT TO WS-GROSS
                   MOVE "INTEREST CREDITED" TO DL-DESC
                   MOVE WS-LINE-AMNT TO DL-AMNT
               WHEN "B"
                   ADD WS-LINE-AMNT TO WS-WITHHELD
                   MOVE "BACKUP WITHHOLDING" TO DL-DESC
                   COMPUTE DL-AMNT = ZERO - WS-LINE-AMNT
               WHEN OTHER
                   GO TO 230-EXIT
           END-EVALUATE.
           MOVE WS-LD-MNTH TO DL-MNTH.
           MOVE WS-LD-DY TO DL-DY.
           MOVE WS-LD-YR TO DL-YR.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.

       230-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    AN "X" OUT OF THE TRUST ACCOUNT - THE EDIT GENERATES THE
      *    "Y" IN LEG ON THE FOUNDATION'S ACCOUNT.

       250-ENTER-TRANSFER.
           MOVE WS-TRUST-ACCT TO TRX-ACC-NUM.
           MOVE WS-RD-YR TO TRX-YR.
           MOVE WS-RD-MNTH TO TRX-MNTH.
           MOVE WS-RD-DY TO TRX-DY.
           MOVE "X" TO TRX-TYPE.
           MOVE WS-NET TO TRX-AMNT.
           MOVE WS-FOUND-ACCT TO TRX-XFER-ACC.
           MOVE WS-TRUST-BRANCH TO TRX-BRANCH.
           MOVE SPACES TO TRX-CHECK-NUM TRX-CASH-IND TRX-TELLER-ID.
           WRITE TRX-REC.
           ADD 1 TO WS-XFER-CNTR.
           ADD WS-NET TO WS-TOT-REMITTED.
           MOVE WS-RD-MNTH TO XL-MNTH.
           MOVE WS-RD-DY TO XL-DY.
           MOVE WS-RD-YR TO XL-YR.
           MOVE WS-XFER-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       260-FILE-HISTORY.
           MOVE WS-PERIOD TO IH-PERIOD.
           MOVE WS-TRUST-ACCT TO IH-TRUST-ACC.
           MOVE WS-FOUND-ACCT TO IH-FOUND-ACC.
           MOVE WS-GROSS TO IH-GROSS.
           MOVE WS-WITHHELD TO IH-WITHHELD.
           MOVE WS-NET TO IH-REMITTED.
           MOVE WS-RUN-DATE TO IH-RUN-DATE.
           MOVE WS-OPERATOR-ID TO IH-OPERATOR.
           WRITE IOLTA-HIST-REC.
           ADD 1 TO WS-REMIT-CNTR.

      *-----------------------------------------------------------------*

       290-NEXT-PERIOD.
           IF WS-PER-MNTH = 12
               ADD 1 TO WS-PER-YR
               MOVE 1 TO WS-PER-MNTH
           ELSE
               ADD 1 TO WS-PER-MNTH
           END-IF.

      *-----------------------------------------------------------------*

       500-PRINT-TOTALS.
           MOVE "TOTAL REMITTED THIS RUN" TO AL-LABEL.
           MOVE WS-TOT-REMITTED TO AL-AMNT.
           MOVE WS-AMOUNT-LINE TO RPT-REC.
           WRITE RPT-REC.

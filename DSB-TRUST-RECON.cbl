      *        DIFFERENCE IS FLAGGED WITH THE TRANSACTIONS THAT
      *        EXPLAIN IT. A CLEAN RUN FILES A DATED RECONCILIATION
      *        RECORD ON DSB-TRUST-RECON-HIST.TXT FOR THE EXAMINER.
      *        10/15/26 - WHEN THE TRUST ACCOUNT IS FLAGGED IOLTA
      *        (ACCOUNT TYPE "T") ITS INTEREST BELONGS TO THE STATE
      *        BAR FOUNDATION AND IS NO CLIENT'S MONEY. INTEREST NOT YET
      *        SENT OVER - EARNED AFTER THE LAST MONTH ON
      *        DSB-IOLTA-REMIT-HIST.TXT, PLUS THE LAST REMITTANCE UNTIL
      *        ITS TRANSFER POSTS - PRINTS AS AN EXPECTED ITEM AND IS
      *        TAKEN OFF THE BANK SIDE BEFORE IT IS COMPARED WITH THE
      *        LEDGER.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TT-STATUS.

       SELECT IOLTA-HIST-IN    ASSIGN "DSB-IOLTA-REMIT-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-IH-STATUS.

       SELECT IOLTA-PARM-IN    ASSIGN "DSB-IOLTA-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT TRANS-IN         ASSIGN "MT-YTD-TRANS-DETAIL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TRX-KEY
                               FILE STATUS IS WS-TRANS-STATUS.

       SELECT ARCH-IN          ASSIGN TO WS-ARCH-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ARCH-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-TRUST-RECON-RPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

           03  FILLER                  PIC X(36).
           03  ACC-BLNC-BNK            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-BNK          PIC X.
           03  ACC-TYPE-BNK            PIC X.
               88  ACC-IS-IOLTA-BNK                VALUE "T".
           03  FILLER                  PIC X(53).

       FD  TRUST-LEDGER-IN.
       01  TL-REC.
               88  TT-IS-DEPOSIT             VALUE "D".
           03  TT-AMOUNT               PIC 9(6)V99.

       FD  IOLTA-HIST-IN.
           COPY DSB-IOLTA-HIST.

       FD  IOLTA-PARM-IN.
           COPY DSB-IOLTA-PARM.

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

       FD  ARCH-IN.
       01  ARCH-REC.
           03  ARC-ACC-NUM             PIC X(5).
           03  ARC-YR                  PIC 9(4).
           03  ARC-MNTH                PIC 9(2).
           03  ARC-DY                  PIC 9(2).
           03  ARC-TYPE                PIC X.
           03  ARC-AMNT                PIC 9(6)V99.
           03  ARC-XFER-ACC            PIC X(5).
           03  ARC-CHECK-NUM           PIC X(8).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       01  WS-TL-STATUS                PIC XX.
       01  WS-TT-STATUS                PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-IH-STATUS                PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-ARCH-FILENAME            PIC X(40).

           COPY DSB-EOF-EXCPT.

       01  WS-CLEAN-FLAG               PIC X VALUE "Y".
           88  WS-CLEAN                      VALUE "Y".

      *    IOLTA INTEREST STILL OWED TO THE FOUNDATION. THE LAST
      *    REMITTED MONTH (YYYYMM) AND ITS TRANSFER COME FROM THE
      *    REMITTANCE HISTORY.
       01  WS-IOLTA-FLAG               PIC X VALUE "N".
           88  WS-IOLTA                      VALUE "Y".
       01  WS-IOLTA-DUE                PIC S9(9)V99 VALUE ZERO.
       01  WS-BANK-NET                 PIC S9(9)V99 VALUE ZERO.
       01  WS-FOUND-ACCT               PIC X(5) VALUE SPACES.
       01  WS-LAST-REMITTED            PIC 9(6) VALUE ZERO.
       01  WS-LAST-REMIT-AMT           PIC 9(6)V99 VALUE ZERO.
       01  WS-LAST-REMIT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LAST-REMIT-DATE-BRK REDEFINES WS-LAST-REMIT-DATE.
           03  WS-LRD-YR               PIC 9(4).
           03  WS-LRD-MNTH             PIC 9(2).
           03  WS-LRD-DY               PIC 9(2).
       01  WS-OWED-FROM                PIC 9(6).
       01  WS-OWED-FROM-BRK REDEFINES WS-OWED-FROM.
           03  WS-OF-YR                PIC 9(4).
           03  WS-OF-MNTH              PIC 9(2).
       01  WS-ARCH-YR                  PIC 9(4).
       01  WS-SENT-FLAG                PIC X VALUE "N".
           88  WS-SENT                       VALUE "Y".
       01  WS-DTL-EOF-FLAG             PIC X VALUE "N".
           88  WS-DTL-EOF                    VALUE "Y".
       01  WS-ARCH-EOF-FLAG            PIC X VALUE "N".
           88  WS-ARCH-EOF                   VALUE "Y".

      *    THE LEDGER BALANCES PLUS ANY UNPOSTED ACTIVITY PER CLIENT.
       01  WS-CL-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-CL-IDX                   PIC 9(3).
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-GET-FIRM-ACCOUNT.
           PERFORM 120-READ-BANK-BALANCE.
           IF WS-IOLTA
               PERFORM 160-COMPUTE-IOLTA-DUE
           END-IF.
           COMPUTE WS-BANK-NET = WS-BANK-BAL - WS-IOLTA-DUE.
           PERFORM 130-LOAD-LEDGER.
           PERFORM 140-LOAD-PENDING-TRANS.
           OPEN OUTPUT RPT-OUT.
                       MOVE "N" TO WS-CLEAN-FLAG
                   NOT INVALID KEY
                       MOVE ACC-BLNC-BNK TO WS-BANK-BAL
                       IF ACC-IS-IOLTA-BNK
                           MOVE "Y" TO WS-IOLTA-FLAG
                       END-IF
               END-READ
               CLOSE BANK-MST-IN
           END-IF.
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    IOLTA INTEREST STILL IN THE ACCOUNT IS EVERY INTEREST CREDIT
      *    (LESS BACKUP WITHHOLDING) AFTER THE LAST MONTH REMITTED -
      *    ALL OF THIS YEAR'S IF NOTHING HAS BEEN REMITTED YET -
      *    INCLUDING ANY IN YEARS DSB-YTD-ARCHIVE HAS ROLLED, PLUS THE
      *    LAST REMITTANCE ITSELF UNTIL ITS TRANSFER TO THE FOUNDATION
      *    HAS POSTED.

       160-COMPUTE-IOLTA-DUE.
           OPEN INPUT IOLTA-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ IOLTA-PARM-IN
                   AT END CONTINUE
                   NOT AT END MOVE IP-FOUND-ACC TO WS-FOUND-ACCT
               END-READ
               CLOSE IOLTA-PARM-IN
           END-IF.
           OPEN INPUT IOLTA-HIST-IN.
           IF WS-IH-STATUS = "00"
               READ IOLTA-HIST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF IH-TRUST-ACC = WS-FIRM-ACCT
                       AND IH-PERIOD > WS-LAST-REMITTED
                       MOVE IH-PERIOD TO WS-LAST-REMITTED
                       MOVE IH-REMITTED TO WS-LAST-REMIT-AMT
                       MOVE IH-RUN-DATE TO WS-LAST-REMIT-DATE
                   END-IF
                   READ IOLTA-HIST-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE IOLTA-HIST-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-LAST-REMITTED = ZERO
               MOVE WS-RD-YR TO WS-OF-YR
               MOVE 1 TO WS-OF-MNTH
           ELSE
               MOVE WS-LAST-REMITTED TO WS-OWED-FROM
               IF WS-OF-MNTH = 12
                   ADD 1 TO WS-OF-YR
                   MOVE 1 TO WS-OF-MNTH
               ELSE
                   ADD 1 TO WS-OF-MNTH
               END-IF
           END-IF.
           IF WS-OF-YR < WS-RD-YR
               PERFORM VARYING WS-ARCH-YR FROM WS-OF-YR BY 1
                       UNTIL WS-ARCH-YR >= WS-RD-YR
                   PERFORM 170-SCAN-ARCHIVE-YEAR
               END-PERFORM
           END-IF.
           OPEN INPUT TRANS-IN.
           IF WS-TRANS-STATUS = "00"
               PERFORM 180-SCAN-DETAIL
               IF WS-LAST-REMIT-AMT > ZERO
                   PERFORM 190-CHECK-REMIT-POSTED
                   IF NOT WS-SENT
                       ADD WS-LAST-REMIT-AMT TO WS-IOLTA-DUE
                   END-IF
               END-IF
               CLOSE TRANS-IN
           END-IF.

      *-----------------------------------------------------------------*

       170-SCAN-ARCHIVE-YEAR.
           MOVE SPACES TO WS-ARCH-FILENAME.
           STRING "MT-TRANS-HISTORY-"  DELIMITED BY SIZE
                  WS-ARCH-YR           DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
                  INTO WS-ARCH-FILENAME.
           MOVE "N" TO WS-ARCH-EOF-FLAG.
           OPEN INPUT ARCH-IN.
           IF WS-ARCH-STATUS = "00"
               READ ARCH-IN AT END MOVE "Y" TO WS-ARCH-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-ARCH-EOF
                   IF ARC-ACC-NUM = WS-FIRM-ACCT
                       AND (ARC-YR > WS-OF-YR
                         OR ARC-MNTH NOT < WS-OF-MNTH)
                       EVALUATE ARC-TYPE
                           WHEN "I"
                               ADD ARC-AMNT TO WS-IOLTA-DUE
                           WHEN "B"
                               SUBTRACT ARC-AMNT FROM WS-IOLTA-DUE
                       END-EVALUATE
                   END-IF
                   READ ARCH-IN AT END MOVE "Y" TO WS-ARCH-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ARCH-IN
           END-IF.

      *-----------------------------------------------------------------*

       180-SCAN-DETAIL.
           MOVE "N" TO WS-DTL-EOF-FLAG.
           MOVE WS-FIRM-ACCT TO YTD-ACC-NUM.
           MOVE WS-OF-YR TO YTD-YR.
           MOVE WS-OF-MNTH TO YTD-MNTH.
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
               IF YTD-ACC-NUM NOT = WS-FIRM-ACCT
                   MOVE "Y" TO WS-DTL-EOF-FLAG
               ELSE
                   EVALUATE YTD-TYPE
                       WHEN "I"
                           ADD YTD-AMNT TO WS-IOLTA-DUE
                       WHEN "B"
                           SUBTRACT YTD-AMNT FROM WS-IOLTA-DUE
                   END-EVALUATE
                   READ TRANS-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-DTL-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    THE LAST REMITTANCE HAS GONE OUT ONCE AN "X" TO THE
      *    FOUNDATION FOR ITS AMOUNT HAS POSTED ON OR AFTER THE DAY
      *    IT WAS RUN.

       190-CHECK-REMIT-POSTED.
           MOVE "N" TO WS-SENT-FLAG.
           MOVE "N" TO WS-DTL-EOF-FLAG.
           MOVE WS-FIRM-ACCT TO YTD-ACC-NUM.
           MOVE WS-LRD-YR TO YTD-YR.
           MOVE WS-LRD-MNTH TO YTD-MNTH.
           MOVE WS-LRD-DY TO YTD-DY.
           MOVE ZERO TO YTD-SEQ.
           START TRANS-IN KEY IS NOT LESS THAN TRX-KEY
               INVALID KEY MOVE "Y" TO WS-DTL-EOF-FLAG
           END-START.
           IF NOT WS-DTL-EOF
               READ TRANS-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-DTL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-DTL-EOF OR WS-SENT
               IF YTD-ACC-NUM NOT = WS-FIRM-ACCT
                   MOVE "Y" TO WS-DTL-EOF-FLAG
               ELSE
                   IF YTD-TYPE = "X"
                       AND YTD-XFER-ACC = WS-FOUND-ACCT
                       AND YTD-AMNT = WS-LAST-REMIT-AMT
                       MOVE "Y" TO WS-SENT-FLAG
                   END-IF
                   READ TRANS-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-DTL-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       200-PRINT-RECONCILIATION.
           MOVE WS-BANK-BAL TO TR-AMOUNT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           IF WS-IOLTA
               MOVE "IOLTA INTEREST NOT YET REMITTED" TO RPT-REC
               WRITE RPT-REC
               MOVE "  DUE THE FOUNDATION    " TO TR-LABEL
               MOVE WS-IOLTA-DUE TO TR-AMOUNT
               MOVE WS-TOTAL-ROW TO RPT-REC
               WRITE RPT-REC
               MOVE "BANK LESS IOLTA INTEREST" TO TR-LABEL
               MOVE WS-BANK-NET TO TR-AMOUNT
               MOVE WS-TOTAL-ROW TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE "TRUST LEDGER TOTAL      " TO TR-LABEL.
           MOVE WS-LEDGER-TOT TO TR-AMOUNT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           MOVE WS-RESTATED-TOT TO TR-AMOUNT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           IF WS-BANK-NET NOT = WS-LEDGER-TOT
               OR WS-LEDGER-TOT NOT = WS-RESTATED-TOT
               MOVE "N" TO WS-CLEAN-FLAG
               MOVE "*** OUT OF BALANCE ***" TO RPT-REC

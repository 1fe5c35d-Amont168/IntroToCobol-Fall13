      *        THE PRINTED REGISTER'S BEFORE THE FILE RELEASES - AN
      *        OUT-OF-BALANCE FILE IS EMPTIED, NEVER TRANSMITTED.
      *        A RELEASED FILE WRITES ITS TRANSMISSION MANIFEST.
      *    10/15/26 - A JOINT ACCOUNT REPORTS ONCE, TO ITS PRIMARY OWNER
      *        - THE CUSTOMER ON THE BANK MASTER, WHOSE NUMBER NOW
      *        CARRIES ON THE REGISTER, SUMMARY, AND "B" RECORD. JOINT
      *        OWNERS, POD BENEFICIARIES, AND SIGNERS ON
      *        DSB-ACCT-REL.TXT ARE NEVER ISSUED A 1099-INT.
      *    10/15/26 - THE PAYEE TIN FROM MT-CUST-MST.TXT AND THE
      *        FEDERAL TAX WITHHELD (BOX 4 - THE "B" BACKUP
      *        WITHHOLDING ROWS DB-MID-TERM-2 POSTS) CARRY ON EVERY
      *        "B" RECORD, WITH THE WITHHELD TOTAL ON THE "C"
      *        TRAILER. THE E-FILE ALWAYS CARRIES THE FULL TIN; THE
      *        REGISTER AND SUMMARY SHOW IT THROUGH DSB-TIN-MASK, IN
      *        FULL ONLY WHEN THE OPERATOR IS AUTHORIZED FOR
      *        "DSB-TIN-VIEW". PAYEES WITH NO TIN ON FILE ARE COUNTED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT EFILE-OUT        ASSIGN "MT-1099-INT-EFILE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

      ******************************************************************
       DATA DIVISION.

               05  TRX-SEQ             PIC 9(3).
           03  TRX-TYPE                PIC X.
               88  TRX-IS-INTEREST                 VALUE "I".
               88  TRX-IS-BACKUP-WH                VALUE "B".
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

      *    THE DATED HISTORY FILES DSB-YTD-ARCHIVE WRITES STAY PLAIN
      *    SEQUENTIAL WITH NO SEQUENCE NUMBER.
           03  HIS-DY                  PIC 9(2).
           03  HIS-TYPE                PIC X.
               88  HIS-IS-INTEREST                 VALUE "I".
               88  HIS-IS-BACKUP-WH                VALUE "B".
           03  HIS-AMNT                PIC 9(6)V99.
           03  HIS-XFER-ACC            PIC X(5).
           03  HIS-CHECK-NUM           PIC X(8).

       FD  MST-IN.
       01  REC-IN.
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).
           03  SUM-LNAME               PIC X(10).
           03  SUM-TAX-YEAR            PIC 9(4).
           03  SUM-INTEREST            PIC 9(7)V99.
           03  SUM-CUST-NUM            PIC X(5).
           03  SUM-TIN                 PIC X(11).
           03  SUM-WITHHELD            PIC 9(7)V99.

       FD  PAYER-PARM-IN.
       01  PAYER-PARM-REC.
       FD  EFILE-OUT.
       01  EFILE-REC                   PIC X(80).

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

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SUMM-FULL-FLAG           PIC X VALUE "N".
           88  WS-SUMM-FULL                  VALUE "Y".
       01  WS-SUMM-IDX                 PIC 9(3).
       01  WS-SUMM-SLOT                PIC 9(3).
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-SUMM-TABLE.
           03  WS-SUMM-ENTRY OCCURS 500 TIMES.
               05  WS-SUMM-ACC         PIC X(5).
               05  WS-SUMM-AMT         PIC 9(7)V99.
               05  WS-SUMM-WH          PIC 9(7)V99.

       01  WS-REGISTER-ROW.
           03  REG-ACC-NUM             PIC X(5).
           03  REG-LABEL               PIC X(18)
                               VALUE "INTEREST INCOME: ".
           03  REG-AMOUNT              PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(7)
                               VALUE "  CUST ".
           03  REG-CUST-NUM            PIC X(5).

       01  WS-REGISTER-ROW-2.
           03  FILLER                  PIC X(6)            VALUE SPACES.
           03  FILLER                  PIC X(11)
                               VALUE "PAYEE TIN: ".
           03  REG-TIN                 PIC X(11).
           03  FILLER                  PIC X(4)            VALUE SPACES.
           03  FILLER                  PIC X(18)
                               VALUE "FED TAX WITHHELD: ".
           03  REG-WITHHELD            PIC $ZZZ,ZZ9.99.

      *    TAXPAYER ID VIEWING RIGHTS AND THE PAYEE'S TIN.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-PASSWORD                 PIC X(8).
       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-TIN-VIEW".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-DISPLAY              PIC X(11).
       01  WS-NO-TIN-CNT               PIC 9(7) VALUE ZERO.
       01  WS-GRAND-WITHHELD           PIC 9(9)V99 VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

           03  EFD-FNAME               PIC X(10).
           03  EFD-TAX-YEAR            PIC 9(4).
           03  EFD-INTEREST            PIC 9(9)V99.
           03  EFD-CUST-NUM            PIC X(5).
           03  EFD-TIN                 PIC X(9).
           03  EFD-TIN-TYPE            PIC X.
           03  EFD-WITHHELD            PIC 9(9)V99.
           03  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-EF-TRAILER.
           03  FILLER                  PIC X(1)  VALUE "C".
           03  EFT-COUNT               PIC 9(7).
           03  EFT-INTEREST            PIC 9(11)V99.
           03  EFT-WITHHELD            PIC 9(11)V99.
           03  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-EF-CNTR                  PIC 9(7) VALUE ZERO.
       01  WS-EF-INTEREST              PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-WITHHELD              PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-BALANCED-FLAG         PIC X VALUE "N".
           88  WS-EF-BALANCED                VALUE "Y".
       01  WS-TOTAL-ROW.
                               VALUE "TOTAL INTEREST REPORTED:   ".
           03  TOT-AMOUNT              PIC $ZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-WH-ROW.
           03  FILLER                  PIC X(27)
                               VALUE "TOTAL FEDERAL TAX WITHHELD:".
           03  TOT-WITHHELD            PIC $ZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           DISPLAY "ENTER TAX YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           PERFORM 130-READ-PAYER-PARM.
                   "HISTORY FILE IS ON HAND ***"
           END-IF.
           OPEN INPUT MST-IN.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "*** MT-CUST-MST.TXT NOT AVAILABLE - NO PAYEE "
                   "TINS ON THIS RUN ***"
           END-IF.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT SUMM-OUT.
           OPEN OUTPUT EFILE-OUT.
           PERFORM 140-WRITE-EFILE-HEADER.
           PERFORM 300-PRINT-REGISTER.
           CLOSE MST-IN.
           IF WS-CUST-OPEN
               CLOSE CUST-MST-IN
           END-IF.
           CLOSE RPT-OUT.
           CLOSE SUMM-OUT.
           PERFORM 320-CLOSE-OUT-EFILE.
               WS-START-TIME WS-OUT-CNTR
               WS-END-STATUS.
           DISPLAY "ACCOUNTS REPORTED = " WS-OUT-CNTR.
           IF WS-NO-TIN-CNT > ZERO
               DISPLAY "*** " WS-NO-TIN-CNT " PAYEES HAVE NO TIN ON "
                   "FILE - SOLICIT A W-9 FROM EACH ***"
           END-IF.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       200-ACCUMULATE-LOOP.
           IF (TRX-IS-INTEREST OR TRX-IS-BACKUP-WH)
               AND TRX-YR = WS-TAX-YEAR
               PERFORM 210-ADD-TO-SUMMARY
           END-IF.
           READ TRANS-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-HIST-EOF
                   IF (HIS-IS-INTEREST OR HIS-IS-BACKUP-WH)
                       AND HIS-YR = WS-TAX-YEAR
                       MOVE HIS-ACC-NUM TO TRX-ACC-NUM
                       MOVE HIS-TYPE    TO TRX-TYPE
                       MOVE HIS-AMNT    TO TRX-AMNT
                       PERFORM 210-ADD-TO-SUMMARY
                   END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    INTEREST ("I") AND BACKUP WITHHOLDING ("B") ROWS TOTAL
      *    SEPARATELY ON THE ACCOUNT'S ONE SUMMARY ENTRY.

       210-ADD-TO-SUMMARY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SUMM-IDX FROM 1 BY 1
                   UNTIL WS-SUMM-IDX > WS-SUMM-CNT
               IF WS-SUMM-ACC(WS-SUMM-IDX) = TRX-ACC-NUM
                   MOVE WS-SUMM-IDX TO WS-SUMM-SLOT
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
               IF WS-SUMM-CNT < 500
                   ADD 1 TO WS-SUMM-CNT
                   MOVE TRX-ACC-NUM TO WS-SUMM-ACC(WS-SUMM-CNT)
                   MOVE ZERO        TO WS-SUMM-AMT(WS-SUMM-CNT)
                   MOVE ZERO        TO WS-SUMM-WH(WS-SUMM-CNT)
                   MOVE WS-SUMM-CNT TO WS-SUMM-SLOT
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   IF NOT WS-SUMM-FULL
                       MOVE "Y" TO WS-SUMM-FULL-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND
               IF TRX-IS-BACKUP-WH
                   ADD TRX-AMNT TO WS-SUMM-WH(WS-SUMM-SLOT)
               ELSE
                   ADD TRX-AMNT TO WS-SUMM-AMT(WS-SUMM-SLOT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

           MOVE WS-GRAND-TOTAL TO TOT-AMOUNT.
           MOVE WS-TOTAL-ROW TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-GRAND-WITHHELD TO TOT-WITHHELD.
           MOVE WS-TOTAL-WH-ROW TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

      *-----------------------------------------------------------------*
           MOVE WS-SUMM-ACC(WS-SUMM-IDX) TO ACC-NUM-IN.
           READ MST-IN
               INVALID KEY
                   MOVE SPACES TO FNAME-IN LNAME-IN CUST-NUM-IN
           END-READ.
           MOVE WS-SUMM-ACC(WS-SUMM-IDX) TO REG-ACC-NUM.
           MOVE CUST-NUM-IN TO REG-CUST-NUM.
           MOVE CUST-NUM-IN TO SUM-CUST-NUM.
           MOVE CUST-NUM-IN TO EFD-CUST-NUM.
           MOVE FNAME-IN TO REG-FNAME.
           MOVE LNAME-IN TO REG-LNAME.
           MOVE WS-SUMM-AMT(WS-SUMM-IDX) TO REG-AMOUNT.
           MOVE WS-REGISTER-ROW TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 315-READ-PAYEE-TIN.
           CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG CUST-TIN-MST
               CUST-TIN-TYPE-MST WS-TIN-DISPLAY.
           MOVE WS-TIN-DISPLAY TO REG-TIN.
           MOVE WS-SUMM-WH(WS-SUMM-IDX) TO REG-WITHHELD.
           MOVE WS-REGISTER-ROW-2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TIN-DISPLAY TO SUM-TIN.
           MOVE WS-SUMM-WH(WS-SUMM-IDX) TO SUM-WITHHELD.
           MOVE CUST-TIN-MST TO EFD-TIN.
           MOVE CUST-TIN-TYPE-MST TO EFD-TIN-TYPE.
           MOVE WS-SUMM-WH(WS-SUMM-IDX) TO EFD-WITHHELD.
           MOVE WS-SUMM-ACC(WS-SUMM-IDX) TO SUM-ACC-NUM.
           MOVE FNAME-IN TO SUM-FNAME.
           MOVE LNAME-IN TO SUM-LNAME.
           WRITE EFILE-REC FROM WS-EF-DETAIL.
           ADD 1 TO WS-EF-CNTR.
           ADD WS-SUMM-AMT(WS-SUMM-IDX) TO WS-EF-INTEREST.
           ADD WS-SUMM-WH(WS-SUMM-IDX) TO WS-EF-WITHHELD.
           ADD WS-SUMM-AMT(WS-SUMM-IDX) TO WS-GRAND-TOTAL.
           ADD WS-SUMM-WH(WS-SUMM-IDX) TO WS-GRAND-WITHHELD.
           ADD 1 TO WS-OUT-CNTR.

      *-----------------------------------------------------------------*
      *    THE PAYEE IS THE PRIMARY OWNER ON THE BANK MASTER. AN
      *    ACCOUNT WITH NO CUSTOMER, OR A CUSTOMER WITH NO TIN, GOES
      *    OUT WITH A BLANK TIN AND IS COUNTED FOR FOLLOW-UP.

       315-READ-PAYEE-TIN.
           MOVE SPACES TO CUST-TIN-MST CUST-TIN-TYPE-MST.
           IF WS-CUST-OPEN AND CUST-NUM-IN NOT = SPACES
               MOVE CUST-NUM-IN TO CUST-NUM-MST
               READ CUST-MST-IN
                   INVALID KEY
                       MOVE SPACES TO CUST-TIN-MST CUST-TIN-TYPE-MST
               END-READ
           END-IF.
           IF CUST-TIN-MST = SPACES
               ADD 1 TO WS-NO-TIN-CNT
           END-IF.

      *-----------------------------------------------------------------*
      *    THE PAYER EIN AND NAME LIVE ON DSB-EMPLOYER-PARM.TXT,
      *    SHARED WITH THE W-2 FILING - ONE COMPANY, ONE EIN. THE
       320-CLOSE-OUT-EFILE.
           MOVE WS-EF-CNTR TO EFT-COUNT.
           MOVE WS-EF-INTEREST TO EFT-INTEREST.
           MOVE WS-EF-WITHHELD TO EFT-WITHHELD.
           WRITE EFILE-REC FROM WS-EF-TRAILER.
           CLOSE EFILE-OUT.
           MOVE "N" TO WS-EF-BALANCED-FLAG.
           IF WS-EF-CNTR = WS-OUT-CNTR
               AND WS-EF-INTEREST = WS-GRAND-TOTAL
               AND WS-EF-WITHHELD = WS-GRAND-WITHHELD
               MOVE "Y" TO WS-EF-BALANCED-FLAG
           END-IF.
           IF WS-EF-BALANCED

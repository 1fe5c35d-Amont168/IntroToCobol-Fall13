      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CREDIT-DISPUTE
      *    PURPOSE: CREDIT BUREAU DISPUTE CORRECTION FOR THE LOAN
      *        DESK. A LOAN ALREADY SENT ON THE MONTHLY EXTRACT
      *        (DSB-CREDIT-RPT) IS KEYED AND SHOWN WITH WHAT WAS LAST
      *        REPORTED FOR IT NEXT TO WHAT THE LOAN MASTER SAYS
      *        TODAY. THE OPERATOR MAY CHANGE THE PAYMENT RATING AND
      *        ACCOUNT STATUS TO BE SENT, AND ANSWERS WHETHER THE
      *        BORROWER STILL DISPUTES THE ACCOUNT - "XB" IF SO, "XH"
      *        IF THE DISPUTE IS RESOLVED.
      *    EACH CONFIRMED CORRECTION RE-REPORTS THE ONE LOAN AS A
      *        DSB-CB-RECORD DETAIL ON THIS SESSION'S CORRECTION FILE,
      *        CB-CORR-YYYYMMDD-HHMMSS.TXT, WITH A "C" HEADER AND A
      *        TRAILER, AND THE CODES SENT ARE KEPT ON
      *        DSB-CREDIT-HIST.TXT. THE DISPUTE FLAG RIDES ON THE
      *        MONTHLY FILE FROM THEN ON. A SESSION THAT SENDS ANY
      *        CORRECTION WRITES ITS TRANSMISSION MANIFEST.
      *    A CHANGED RATING OR STATUS IS SENT ONCE - NEXT MONTH'S
      *        EXTRACT REPORTS FROM THE LOAN MASTER AGAIN, SO THE LOAN
      *        ITSELF MUST BE PUT RIGHT FOR THE CORRECTION TO STAND.
      *    THE TIN SHOWS MASKED THROUGH DSB-TIN-MASK UNLESS THE
      *        OPERATOR IS AUTHORIZED FOR "DSB-TIN-VIEW".
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CREDIT-DISPUTE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-MST-STATUS.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT MOD-HIST         ASSIGN "DSB-LOAN-MOD-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS MH-KEY
                               FILE STATUS IS WS-MOD-STATUS.

       SELECT CREDIT-HIST      ASSIGN "DSB-CREDIT-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CRH-LOAN-NUM
                               FILE STATUS IS WS-CRH-STATUS.

       SELECT REPORTER-PARM-IN ASSIGN "DSB-EMPLOYER-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT CORR-OUT         ASSIGN TO WS-CORR-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-MST.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR         PIC 9999.
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
               88  LOAN-IS-CHARGED-OFF       VALUE "C".
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

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(47).
           03  CUST-NUM-BNK            PIC X(5).
           03  FILLER                  PIC X(48).

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

       FD  MOD-HIST.
       01  MOD-REC.
           03  MH-KEY.
               05  MH-LOAN-NUM         PIC X(7).
               05  MH-SEQ              PIC 9(2).
           03  MH-TYPE                 PIC X.
           03  MH-STATUS               PIC X.
               88  MH-IS-APPROVED            VALUE "A".
           03  MH-ENTRY-DATE           PIC 9(8).
           03  MH-MAKER                PIC X(10).
           03  MH-APPROVER             PIC X(10).
           03  MH-APPROVE-DATE         PIC 9(8).
           03  MH-EFF-MONTH            PIC 9(6).
           03  MH-OLD-PRINC            PIC 9(7)V99.
           03  MH-OLD-INT              PIC 99V999.
           03  MH-OLD-TRM              PIC 999.
           03  MH-OLD-BEG-MNTH         PIC 99.
           03  MH-OLD-BEG-YR           PIC 9999.
           03  MH-OLD-ARM-CHG-MNTH     PIC 999.
           03  MH-OLD-ARM-NEW-RATE     PIC 99V999.
           03  MH-OLD-CUR-PRINC        PIC 9(7)V99.
           03  MH-OLD-LAST-DRAFT       PIC 9(6).
           03  MH-OLD-PAID-THRU        PIC 9(6).
           03  MH-OLD-PD-MONTHS        PIC 9(2).
           03  MH-OLD-LATE-CHGS        PIC 9(5)V99.
           03  MH-OLD-FORB-THRU        PIC 9(6).
           03  MH-OLD-REM-TRM          PIC 999.
           03  MH-OLD-PAYMENT          PIC 9(7)V99.
           03  MH-CAP-INT              PIC 9(7)V99.
           03  MH-CAP-LATE             PIC 9(5)V99.
           03  MH-NEW-PRINC            PIC 9(7)V99.
           03  MH-NEW-INT              PIC 99V999.
           03  MH-NEW-TRM              PIC 999.
           03  MH-NEW-BEG-MNTH         PIC 99.
           03  MH-NEW-BEG-YR           PIC 9999.
           03  MH-NEW-PAID-THRU        PIC 9(6).
           03  MH-FORB-MONTHS          PIC 99.
           03  MH-NEW-FORB-THRU        PIC 9(6).
           03  MH-NEW-PAYMENT          PIC 9(7)V99.
           03  MH-ESCROW               PIC 9(5)V99.
           03  MH-SCHED-FROM           PIC 9(6).
           03  MH-SCHED-PMTS           PIC 999.

       FD  CREDIT-HIST.
       01  CREDIT-HIST-REC.
           03  CRH-LOAN-NUM            PIC X(7).
           03  CRH-LAST-MONTH          PIC 9(6).
           03  CRH-LAST-STATUS         PIC X(2).
           03  CRH-LAST-RATING         PIC X.
           03  CRH-LAST-BAL            PIC 9(9)V99.
           03  CRH-COMPLIANCE          PIC X(2).
           03  CRH-CC-MONTH            PIC 9(6).

       FD  REPORTER-PARM-IN.
       01  REPORTER-PARM-REC.
           03  PP-EIN                  PIC 9(9).
           03  PP-NAME                 PIC X(30).

       FD  CORR-OUT.
       01  CORR-OUT-REC                PIC X(160).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-MOD-STATUS               PIC XX.
       01  WS-CRH-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

           COPY DSB-CB-RECORD.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-CREATE-DATE REDEFINES WS-DATE PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-CUR-YYYYMM               PIC 9(6).

       01  WS-CORR-FILENAME            PIC X(30).
       01  WS-CORR-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CORR-OPEN                  VALUE "Y".
       01  WS-CORR-CNT                 PIC 9(7) VALUE ZERO.
       01  WS-CORR-BAL-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-REPORTER-EIN             PIC 9(9) VALUE ZERO.
       01  WS-REPORTER-NAME            PIC X(30) VALUE SPACES.

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-CONFIRM                  PIC X.
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.
       01  WS-INP-LOAN-NUM             PIC X(7).
       01  WS-INP-RATING               PIC X.
       01  WS-INP-STATUS               PIC X(2).
       01  WS-INP-DISPUTE              PIC X.
       01  WS-CODES-FLAG               PIC X.
           88  WS-CODES-OK                   VALUE "Y".

       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-MOD-OPEN-FLAG            PIC X VALUE "N".
           88  WS-MOD-OPEN                   VALUE "Y".
       01  WS-BORROWER-FLAG            PIC X.
           88  WS-BORROWER-FOUND             VALUE "Y".
       01  WS-ORIG-FOUND-FLAG          PIC X.
           88  WS-ORIG-FOUND                 VALUE "Y".

       01  WS-MOD-SEQ                  PIC 99.
       01  WS-CO-BAL                   PIC S9(9)V99.
       01  WS-RATING                   PIC X.
       01  WS-ACCT-STATUS              PIC X(2).
       01  WS-CUR-BAL                  PIC 9(9)V99.
       01  WS-SCHED-PMT                PIC 9(7)V99.
       01  WS-ORIG-AMT                 PIC 9(7)V99.
       01  WS-OPEN-YYYYMM              PIC 9(6).

      *    THE DSB-LOAN-FUND PAYMENT MATH, TO THE SAME PRECISION.
       01  WS-RATE                     PIC V99999.
       01  WS-HOLDER1                  PIC 99999999V999999.
       01  WS-HOLDER2                  PIC 9999V9999999999.
       01  WS-HOLDER3                  PIC 999V99999999999.
       01  WS-PAYMENT                  PIC 9(7)V99.
       01  WS-MONTHLY-ESCROW           PIC 9(5)V99.

       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-TIN-VIEW".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-DISPLAY              PIC X(11).

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CREDIT-DISPUTE".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HHMMSS         PIC 9(6).
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-CREDIT-DISPUTE".
           03  LINE 01 COL 33  VALUE   "ACME MORTGAGE CO.".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 26  VALUE
               "CREDIT BUREAU DISPUTE CORRECTION".

       01  SCRN-LOAN-NUM.
           03  LINE 04 COL 06  VALUE   "LOAN NUMBER".
           03  LINE 04 COL 19  PIC X(7)    TO  WS-INP-LOAN-NUM  AUTO.

       01  SCRN-ENTRY-MSG.
           03  LINE 05 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-LOAN-DETAIL.
           03  LINE 06 COL 06  VALUE   "BORROWER".
           03  LINE 06 COL 24  PIC X(20)  FROM  CUST-NAME-MST.
           03  LINE 06 COL 46  VALUE   "CUSTOMER".
           03  LINE 06 COL 56  PIC X(5)   FROM  CUST-NUM-MST.
           03  LINE 07 COL 06  VALUE   "TIN".
           03  LINE 07 COL 24  PIC X(11)  FROM  WS-TIN-DISPLAY.
           03  LINE 08 COL 06  VALUE   "OPENED".
           03  LINE 08 COL 24  PIC 9(6)   FROM  WS-OPEN-YYYYMM.
           03  LINE 08 COL 46  VALUE   "ORIGINAL".
           03  LINE 08 COL 56  PIC Z,ZZZ,ZZ9.99 FROM WS-ORIG-AMT.
           03  LINE 10 COL 24  VALUE   "LAST REPORTED".
           03  LINE 10 COL 46  VALUE   "PER LOAN MASTER".
           03  LINE 11 COL 06  VALUE   "MONTH".
           03  LINE 11 COL 24  PIC 9(6)   FROM  CRH-LAST-MONTH.
           03  LINE 12 COL 06  VALUE   "BALANCE".
           03  LINE 12 COL 24  PIC ZZZ,ZZZ,ZZ9.99 FROM CRH-LAST-BAL.
           03  LINE 12 COL 46  PIC ZZZ,ZZZ,ZZ9.99 FROM WS-CUR-BAL.
           03  LINE 13 COL 06  VALUE   "PAYMENT RATING".
           03  LINE 13 COL 24  PIC X      FROM  CRH-LAST-RATING.
           03  LINE 13 COL 46  PIC X      FROM  WS-RATING.
           03  LINE 14 COL 06  VALUE   "ACCOUNT STATUS".
           03  LINE 14 COL 24  PIC X(2)   FROM  CRH-LAST-STATUS.
           03  LINE 14 COL 46  PIC X(2)   FROM  WS-ACCT-STATUS.
           03  LINE 15 COL 06  VALUE   "DISPUTE CODE".
           03  LINE 15 COL 24  PIC X(2)   FROM  CRH-COMPLIANCE.

       01  SCRN-CORRECTION.
           03  LINE 17 COL 06  VALUE   "RATING TO SEND".
           03  LINE 17 COL 24  PIC X      USING WS-INP-RATING  AUTO.
           03  LINE 17 COL 30  VALUE   "0-6 OR L".
           03  LINE 18 COL 06  VALUE   "STATUS TO SEND".
           03  LINE 18 COL 24  PIC X(2)   USING WS-INP-STATUS  AUTO.
           03  LINE 18 COL 30  VALUE
               "11 13 64 71 78 80 82 83 84 97".
           03  LINE 19 COL 06  VALUE   "STILL IN DISPUTE?".
           03  LINE 19 COL 24  PIC X      USING WS-INP-DISPUTE AUTO.
           03  LINE 19 COL 30  VALUE   "(Y)ES / (N)O - RESOLVED".

       01  SCRN-BAD-CODES LINE 21 COL 06
           VALUE "*** RATING, STATUS OR DISPUTE ANSWER NOT VALID ***".

       01  SCRN-CNTRL.
           03  SCRN-SEND.
               05  LINE 23 COL 25  PIC X   TO  WS-CONFIRM AUTO.
               05  LINE 23 COL 27  VALUE
                   "SEND THIS CORRECTION? (Y/N)".
           03  SCRN-SENT LINE 23 COL 25        VALUE
               "CORRECTION WRITTEN              ".
           03  SCRN-NOT-SENT LINE 23 COL 25    VALUE
               "CORRECTION NOT SENT             ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER? (Y/N)".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           COMPUTE WS-CUR-YYYYMM = (WS-RD-YR * 100) + WS-RD-MNTH.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO LOANS ON FILE"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           OPEN I-O CREDIT-HIST.
           IF WS-CRH-STATUS = "35"
               DISPLAY "DSB-CREDIT-HIST.TXT NOT FOUND - NOTHING HAS "
                   "BEEN REPORTED"
               CLOSE LOAN-MST
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           PERFORM 110-OPEN-LOOKUPS.
           PERFORM 120-READ-REPORTER.
           MOVE SPACES TO WS-CORR-FILENAME.
           STRING "CB-CORR-" WS-DATE "-" WS-START-HHMMSS ".TXT"
               DELIMITED BY SIZE INTO WS-CORR-FILENAME.
           PERFORM 200-DISPUTE-LOOP UNTIL WS-MORE.
           IF WS-CORR-OPEN
               PERFORM 140-CLOSE-CORRECTIONS
           END-IF.
           CLOSE LOAN-MST.
           CLOSE CREDIT-HIST.
           IF WS-BANK-OPEN
               CLOSE BANK-MST-IN
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUST-MST-IN
           END-IF.
           IF WS-MOD-OPEN
               CLOSE MOD-HIST
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-LOOKUPS.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           END-IF.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           END-IF.
           OPEN INPUT MOD-HIST.
           IF WS-MOD-STATUS = "00"
               MOVE "Y" TO WS-MOD-OPEN-FLAG
           END-IF.
      *-----------------------------------------------------------------*
      *    THE SAME REPORTER THE MONTHLY EXTRACT SENDS.
       120-READ-REPORTER.
           OPEN INPUT REPORTER-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ REPORTER-PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-EIN TO WS-REPORTER-EIN
                       MOVE PP-NAME TO WS-REPORTER-NAME
               END-READ
               CLOSE REPORTER-PARM-IN
           END-IF.
      *-----------------------------------------------------------------*
      *    THE CORRECTION FILE IS ONLY STARTED WHEN THE FIRST
      *    CORRECTION IS SENT - A SESSION THAT SENDS NOTHING LEAVES
      *    NO EMPTY FILE BEHIND.
       130-OPEN-CORRECTIONS.
           OPEN OUTPUT CORR-OUT.
           MOVE "Y" TO WS-CORR-OPEN-FLAG.
           MOVE SPACES TO CB-HEADER-REC.
           MOVE "H" TO CBH-REC-TYPE.
           MOVE WS-REPORTER-EIN TO CBH-REPORTER-EIN.
           MOVE WS-REPORTER-NAME TO CBH-REPORTER-NAME.
           MOVE WS-RUN-DATE TO CBH-ACTIVITY-DATE.
           MOVE WS-CREATE-DATE TO CBH-CREATE-DATE.
           MOVE "C" TO CBH-FILE-TYPE.
           WRITE CORR-OUT-REC FROM CB-HEADER-REC.
      *-----------------------------------------------------------------*
       140-CLOSE-CORRECTIONS.
           MOVE SPACES TO CB-TRAILER-REC.
           MOVE "T" TO CBT-REC-TYPE.
           MOVE WS-CORR-CNT TO CBT-COUNT.
           MOVE WS-CORR-BAL-TOTAL TO CBT-BAL-TOTAL.
           WRITE CORR-OUT-REC FROM CB-TRAILER-REC.
           CLOSE CORR-OUT.
           MOVE WS-CORR-FILENAME TO WS-MANIFEST-FILE.
           MOVE WS-CORR-CNT TO WS-MANIFEST-CNT.
           MOVE WS-CORR-BAL-TOTAL TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
      *-----------------------------------------------------------------*
      *    ONLY A LOAN THE BUREAU HAS ALREADY BEEN SENT CAN BE
      *    DISPUTED.
       200-DISPUTE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-LOAN-NUM.
           DISPLAY SCRN-LOAN-NUM.
           ACCEPT SCRN-LOAN-NUM.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-LOAN-NUM TO LOAN-NUM-MST.
           READ LOAN-MST
               INVALID KEY
                   MOVE "*** LOAN NUMBER NOT ON FILE ***"
                       TO WS-ENTRY-MSG
           END-READ.
           IF WS-ENTRY-MSG = SPACES
               MOVE WS-INP-LOAN-NUM TO CRH-LOAN-NUM
               READ CREDIT-HIST
                   INVALID KEY
                       MOVE "*** LOAN HAS NOT BEEN REPORTED ***"
                           TO WS-ENTRY-MSG
               END-READ
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               PERFORM 230-FIND-BORROWER
               IF NOT WS-BORROWER-FOUND
                   MOVE "*** NO BORROWER ON THE CUSTOMER MASTER ***"
                       TO WS-ENTRY-MSG
               END-IF
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               PERFORM 210-SHOW-LOAN
               PERFORM 300-ENTER-CORRECTION
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-SHOW-LOAN.
           PERFORM 220-SET-CODES.
           PERFORM 240-FIND-ORIGINAL-TERMS.
           CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG CUST-TIN-MST
               CUST-TIN-TYPE-MST WS-TIN-DISPLAY.
           DISPLAY SCRN-LOAN-DETAIL.
      *-----------------------------------------------------------------*
      *    THE SAME CODES DSB-CREDIT-RPT SENDS FOR THE LOAN TODAY.
       220-SET-CODES.
           MOVE ZERO TO WS-SCHED-PMT.
           IF LOAN-IS-CHARGED-OFF
               COMPUTE WS-CO-BAL = LOAN-CHGOFF-PRINC + LOAN-CHGOFF-INT
                   - LOAN-RECOVERED
               IF WS-CO-BAL < ZERO
                   MOVE ZERO TO WS-CO-BAL
               END-IF
               MOVE WS-CO-BAL TO WS-CUR-BAL
               MOVE "L" TO WS-RATING
               IF WS-CUR-BAL > ZERO
                   MOVE "97" TO WS-ACCT-STATUS
               ELSE
                   MOVE "64" TO WS-ACCT-STATUS
               END-IF
           ELSE
               IF LOAN-CUR-PRINC = ZERO
                   MOVE ZERO TO WS-CUR-BAL
                   MOVE "0" TO WS-RATING
                   MOVE "13" TO WS-ACCT-STATUS
               ELSE
                   MOVE LOAN-CUR-PRINC TO WS-CUR-BAL
                   PERFORM 225-COMPUTE-PAYMENT
                   MOVE WS-PAYMENT TO WS-SCHED-PMT
                   EVALUATE LOAN-PD-MONTHS
                       WHEN 0
                           MOVE "0" TO WS-RATING
                           MOVE "11" TO WS-ACCT-STATUS
                       WHEN 1
                           MOVE "1" TO WS-RATING
                           MOVE "71" TO WS-ACCT-STATUS
                       WHEN 2
                           MOVE "2" TO WS-RATING
                           MOVE "78" TO WS-ACCT-STATUS
                       WHEN 3
                           MOVE "3" TO WS-RATING
                           MOVE "80" TO WS-ACCT-STATUS
                       WHEN 4
                           MOVE "4" TO WS-RATING
                           MOVE "82" TO WS-ACCT-STATUS
                       WHEN 5
                           MOVE "5" TO WS-RATING
                           MOVE "83" TO WS-ACCT-STATUS
                       WHEN OTHER
                           MOVE "6" TO WS-RATING
                           MOVE "84" TO WS-ACCT-STATUS
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       225-COMPUTE-PAYMENT.
           COMPUTE WS-RATE ROUNDED = LOAN-INT / 100.
           COMPUTE WS-HOLDER1 ROUNDED = LOAN-PRINC * WS-RATE.
           COMPUTE WS-HOLDER2 ROUNDED = WS-RATE / 12.
           COMPUTE WS-HOLDER2 ROUNDED = WS-HOLDER2 + 1.
           COMPUTE WS-HOLDER3 ROUNDED = WS-HOLDER2 ** (LOAN-TRM * -1).
           COMPUTE WS-HOLDER3 = 1 - WS-HOLDER3.
           COMPUTE WS-HOLDER3 ROUNDED = 12 * WS-HOLDER3.
           COMPUTE WS-PAYMENT ROUNDED = WS-HOLDER1 / WS-HOLDER3.
           COMPUTE WS-MONTHLY-ESCROW ROUNDED =
               (LOAN-ANNL-TAX + LOAN-ANNL-INS) / 12.
           ADD WS-MONTHLY-ESCROW TO WS-PAYMENT.
      *-----------------------------------------------------------------*
       230-FIND-BORROWER.
           MOVE "N" TO WS-BORROWER-FLAG.
           IF WS-BANK-OPEN AND WS-CUST-OPEN
               MOVE LOAN-ACC-NUM TO ACC-NUM-BNK
               READ BANK-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-NUM-BNK NOT = SPACES
                           MOVE CUST-NUM-BNK TO CUST-NUM-MST
                           READ CUST-MST-IN
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO WS-BORROWER-FLAG
                           END-READ
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
      *    THE TERMS THE LOAN OPENED WITH, AS DSB-CREDIT-RPT SENDS THEM.
       240-FIND-ORIGINAL-TERMS.
           MOVE LOAN-PRINC TO WS-ORIG-AMT.
           COMPUTE WS-OPEN-YYYYMM = (LOAN-BEG-YR * 100) + LOAN-BEG-MNTH.
           MOVE "N" TO WS-ORIG-FOUND-FLAG.
           IF WS-MOD-OPEN
               PERFORM VARYING WS-MOD-SEQ FROM 1 BY 1
                       UNTIL WS-MOD-SEQ > LOAN-MOD-CNT OR WS-ORIG-FOUND
                   MOVE LOAN-NUM-MST TO MH-LOAN-NUM
                   MOVE WS-MOD-SEQ TO MH-SEQ
                   READ MOD-HIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MH-IS-APPROVED
                               MOVE "Y" TO WS-ORIG-FOUND-FLAG
                               MOVE MH-OLD-PRINC TO WS-ORIG-AMT
                               COMPUTE WS-OPEN-YYYYMM =
                                   (MH-OLD-BEG-YR * 100)
                                   + MH-OLD-BEG-MNTH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
      *    THE RATING AND STATUS START AS THE LOAN MASTER HAS THEM -
      *    THE OPERATOR ONLY KEYS OVER THEM WHEN THE DISPUTE SHOWS THE
      *    MASTER WAS WRONG AND CANNOT BE FIXED BEFORE THE BUREAU
      *    NEEDS AN ANSWER.
       300-ENTER-CORRECTION.
           MOVE WS-RATING TO WS-INP-RATING.
           MOVE WS-ACCT-STATUS TO WS-INP-STATUS.
           MOVE "Y" TO WS-INP-DISPUTE.
           MOVE "N" TO WS-CODES-FLAG.
           PERFORM UNTIL WS-CODES-OK
               ACCEPT SCRN-CORRECTION
               INSPECT WS-INP-RATING CONVERTING "l" TO "L"
               INSPECT WS-INP-DISPUTE CONVERTING "yn" TO "YN"
               PERFORM 310-EDIT-CODES
               IF NOT WS-CODES-OK
                   DISPLAY SCRN-BAD-CODES
               END-IF
           END-PERFORM.
           DISPLAY SCRN-SEND.
           ACCEPT SCRN-SEND.
           IF WS-CONFIRM = "Y" OR "y"
               PERFORM 400-SEND-CORRECTION
               DISPLAY SCRN-SENT
           ELSE
               DISPLAY SCRN-NOT-SENT
           END-IF.
      *-----------------------------------------------------------------*
       310-EDIT-CODES.
           MOVE "Y" TO WS-CODES-FLAG.
           EVALUATE WS-INP-RATING
               WHEN "0" WHEN "1" WHEN "2" WHEN "3"
               WHEN "4" WHEN "5" WHEN "6" WHEN "L"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CODES-FLAG
           END-EVALUATE.
           EVALUATE WS-INP-STATUS
               WHEN "11" WHEN "13" WHEN "64" WHEN "71" WHEN "78"
               WHEN "80" WHEN "82" WHEN "83" WHEN "84" WHEN "97"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CODES-FLAG
           END-EVALUATE.
           IF WS-INP-DISPUTE NOT = "Y" AND WS-INP-DISPUTE NOT = "N"
               MOVE "N" TO WS-CODES-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       400-SEND-CORRECTION.
           IF NOT WS-CORR-OPEN
               PERFORM 130-OPEN-CORRECTIONS
           END-IF.
           MOVE SPACES TO CB-DETAIL-REC.
           MOVE "D" TO CBD-REC-TYPE.
           MOVE LOAN-NUM-MST TO CBD-LOAN-NUM.
           MOVE CUST-NUM-MST TO CBD-CUST-NUM.
           MOVE CUST-NAME-MST TO CBD-NAME.
           MOVE CUST-STREET-MST TO CBD-STREET.
           MOVE CUST-CITY-MST TO CBD-CITY.
           MOVE CUST-STATE-MST TO CBD-STATE.
           MOVE CUST-ZIP-MST TO CBD-ZIP.
           MOVE CUST-TIN-MST TO CBD-TIN.
           MOVE WS-OPEN-YYYYMM TO CBD-OPEN-YYYYMM.
           MOVE WS-ORIG-AMT TO CBD-ORIG-AMT.
           MOVE WS-CUR-BAL TO CBD-CUR-BAL.
           MOVE WS-SCHED-PMT TO CBD-SCHED-PMT.
           MOVE WS-INP-RATING TO CBD-PMT-RATING.
           MOVE WS-INP-STATUS TO CBD-ACCT-STATUS.
           MOVE LOAN-PD-MONTHS TO CBD-PD-MONTHS.
           IF WS-INP-DISPUTE = "Y"
               MOVE "XB" TO CBD-COMPLIANCE
           ELSE
               MOVE "XH" TO CBD-COMPLIANCE
           END-IF.
           MOVE WS-RUN-DATE TO CBD-ACTIVITY-DATE.
           WRITE CORR-OUT-REC FROM CB-DETAIL-REC.
           ADD 1 TO WS-CORR-CNT.
           ADD WS-CUR-BAL TO WS-CORR-BAL-TOTAL.
           MOVE WS-INP-STATUS TO CRH-LAST-STATUS.
           MOVE WS-INP-RATING TO CRH-LAST-RATING.
           MOVE WS-CUR-BAL TO CRH-LAST-BAL.
           MOVE CBD-COMPLIANCE TO CRH-COMPLIANCE.
           MOVE WS-CUR-YYYYMM TO CRH-CC-MONTH.
           REWRITE CREDIT-HIST-REC.
           ADD 1 TO WS-TRANS-CNTR.

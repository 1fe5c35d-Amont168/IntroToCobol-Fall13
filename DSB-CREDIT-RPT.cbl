      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CREDIT-RPT
      *    PURPOSE: MONTH-END CREDIT BUREAU REPORTING EXTRACT FOR THE
      *        LOAN PORTFOLIO. ONE DSB-CB-RECORD DETAIL IS WRITTEN TO
      *        DSB-CREDIT-BUREAU.TXT FOR EVERY DISBURSED OR CHARGED-
      *        OFF LOAN ON DSB-LOAN-MST.TXT, BETWEEN A HEADER NAMING
      *        THE REPORTER (THE EIN AND NAME ON DSB-EMPLOYER-PARM.TXT)
      *        AND A TRAILER WITH THE COUNT AND BALANCE TOTAL.
      *    THE BORROWER IS FOUND THROUGH THE LOAN'S DRAFT ACCOUNT ON
      *        MT-MST-CURRENT-2.TXT AND ITS CUSTOMER ON
      *        MT-CUST-MST.TXT, WHICH SUPPLIES THE NAME, ADDRESS AND
      *        TIN. A LOAN WHOSE BORROWER CANNOT BE FOUND IS LEFT OFF
      *        THE FILE AND LISTED ON THE CONSOLE FOR THE LOAN DESK.
      *    THE ORIGINAL AMOUNT AND OPEN MONTH OF A MODIFIED LOAN ARE
      *        ITS TERMS BEFORE THE FIRST APPROVED MODIFICATION, FROM
      *        DSB-LOAN-MOD-HIST.TXT. THE SCHEDULED PAYMENT IS THE
      *        MONTHLY DRAFT DSB-LOAN-FUND TAKES, ESCROW INCLUDED.
      *    THE PAYMENT RATING FOLLOWS LOAN-PD-MONTHS AND THE ACCOUNT
      *        STATUS IS CURRENT, DELINQUENT, PAID OFF OR CHARGED OFF
      *        (CODES IN DSB-CB-RECORD). A CHARGED-OFF LOAN REPORTS THE
      *        PRINCIPAL AND INTEREST WRITTEN OFF LESS RECOVERIES.
      *    DSB-CREDIT-HIST.TXT KEEPS WHAT WAS LAST REPORTED FOR EACH
      *        LOAN. A LOAN REPORTED PAID OFF OR CHARGED OFF AND PAID
      *        IN AN EARLIER MONTH IS NOT REPORTED AGAIN; A RERUN IN
      *        THE SAME MONTH REPORTS THE SAME LOANS. A DISPUTE FLAG
      *        SET ON DSB-CREDIT-DISPUTE RIDES ON THE MONTHLY FILE -
      *        "XB" UNTIL THE DISPUTE IS RESOLVED, THEN "XH" FOR THE
      *        MONTH OF THE RESOLUTION.
      *    THE FINISHED FILE WRITES ITS TRANSMISSION MANIFEST.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CREDIT-RPT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
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

       SELECT CB-OUT           ASSIGN "DSB-CREDIT-BUREAU.TXT"
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

      *    ONE RECORD PER LOAN EVER REPORTED - THE MONTH AND CODES
      *    LAST SENT ON THE MONTHLY FILE, AND ANY DISPUTE FLAG WITH
      *    THE MONTH IT WAS SET.
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

       FD  CB-OUT.
       01  CB-OUT-REC                  PIC X(160).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOAN-MST-STATUS          PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-MOD-STATUS               PIC XX.
       01  WS-CRH-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

           COPY DSB-CB-RECORD.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-CUR-YYYYMM               PIC 9(6).
       01  WS-CREATE-DATE              PIC 9(8).

       01  WS-REPORTER-EIN             PIC 9(9) VALUE ZERO.
       01  WS-REPORTER-NAME            PIC X(30) VALUE SPACES.

       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-MOD-OPEN-FLAG            PIC X VALUE "N".
           88  WS-MOD-OPEN                   VALUE "Y".
       01  WS-HIST-FOUND-FLAG          PIC X.
           88  WS-HIST-FOUND                 VALUE "Y".
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

       01  WS-RPT-CNT                  PIC 9(7) VALUE ZERO.
       01  WS-BAL-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-CLOSED-CNT               PIC 9(5) VALUE ZERO.
       01  WS-NO-BORROWER-CNT          PIC 9(5) VALUE ZERO.

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CREDIT-RPT".
       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           COMPUTE WS-CUR-YYYYMM = (WS-RD-YR * 100) + WS-RD-MNTH.
           PERFORM 110-READ-REPORTER.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
               DISPLAY "DSB-LOAN-MST.TXT NOT FOUND - NO PORTFOLIO"
               MOVE "NO-LOANS" TO WS-END-STATUS
           ELSE
               PERFORM 120-OPEN-LOOKUPS
               OPEN OUTPUT CB-OUT
               PERFORM 130-WRITE-HEADER
               READ LOAN-MST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-REPORT-LOAN UNTIL WS-EOF
               PERFORM 140-WRITE-TRAILER
               CLOSE CB-OUT
               CLOSE LOAN-MST
               CLOSE CREDIT-HIST
               IF WS-BANK-OPEN
                   CLOSE BANK-MST-IN
               END-IF
               IF WS-CUST-OPEN
                   CLOSE CUST-MST-IN
               END-IF
               IF WS-MOD-OPEN
                   CLOSE MOD-HIST
               END-IF
               MOVE "DSB-CREDIT-BUREAU.TXT" TO WS-MANIFEST-FILE
               MOVE WS-RPT-CNT TO WS-MANIFEST-CNT
               MOVE WS-BAL-TOTAL TO WS-MANIFEST-HASH
               CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
                   WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH
           END-IF.
           DISPLAY "LOANS REPORTED          = " WS-RPT-CNT.
           DISPLAY "BALANCES REPORTED       = " WS-BAL-TOTAL.
           DISPLAY "CLOSED - NOT REPORTED   = " WS-CLOSED-CNT.
           DISPLAY "NO BORROWER ON FILE     = " WS-NO-BORROWER-CNT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-RPT-CNT
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE REPORTER IS THE SAME COMPANY AND EIN THE W-2 AND 1099
      *    FILINGS USE. A NIGHT RUN DOES NOT STOP TO ASK FOR IT - AN
      *    UNSET PARM FILE GOES OUT AS ZEROS AND IS CALLED OUT HERE.

       110-READ-REPORTER.
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
           IF WS-REPORTER-EIN = ZERO
               DISPLAY "DSB-EMPLOYER-PARM.TXT NOT SET UP - REPORTER "
                   "EIN SENT AS ZEROS"
           END-IF.

      *-----------------------------------------------------------------*

       120-OPEN-LOOKUPS.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           ELSE
               DISPLAY "MT-MST-CURRENT-2.TXT NOT AVAILABLE - NO "
                   "BORROWERS CAN BE FOUND"
           END-IF.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "MT-CUST-MST.TXT NOT AVAILABLE - NO "
                   "BORROWERS CAN BE FOUND"
           END-IF.
           OPEN INPUT MOD-HIST.
           IF WS-MOD-STATUS = "00"
               MOVE "Y" TO WS-MOD-OPEN-FLAG
           END-IF.
           OPEN I-O CREDIT-HIST.
           IF WS-CRH-STATUS = "35"
               OPEN OUTPUT CREDIT-HIST
               CLOSE CREDIT-HIST
               OPEN I-O CREDIT-HIST
           END-IF.

      *-----------------------------------------------------------------*

       130-WRITE-HEADER.
           MOVE SPACES TO CB-HEADER-REC.
           MOVE "H" TO CBH-REC-TYPE.
           MOVE WS-REPORTER-EIN TO CBH-REPORTER-EIN.
           MOVE WS-REPORTER-NAME TO CBH-REPORTER-NAME.
           MOVE WS-RUN-DATE TO CBH-ACTIVITY-DATE.
           MOVE WS-CREATE-DATE TO CBH-CREATE-DATE.
           MOVE "M" TO CBH-FILE-TYPE.
           WRITE CB-OUT-REC FROM CB-HEADER-REC.

      *-----------------------------------------------------------------*

       140-WRITE-TRAILER.
           MOVE SPACES TO CB-TRAILER-REC.
           MOVE "T" TO CBT-REC-TYPE.
           MOVE WS-RPT-CNT TO CBT-COUNT.
           MOVE WS-BAL-TOTAL TO CBT-BAL-TOTAL.
           WRITE CB-OUT-REC FROM CB-TRAILER-REC.

      *-----------------------------------------------------------------*
      *    A QUOTE OR A FUNDED LOAN NOT YET DISBURSED HAS NOTHING TO
      *    REPORT. A CLOSED LOAN GOES OUT ONCE, IN THE MONTH IT CLOSED -
      *    AFTER THAT ONLY IF THE LOAN MASTER NO LONGER AGREES WITH
      *    WHAT WAS LAST SENT.

       200-REPORT-LOAN.
           IF LOAN-IS-DISBURSED OR LOAN-IS-CHARGED-OFF
               PERFORM 210-READ-HISTORY
               PERFORM 220-SET-CODES
               IF WS-HIST-FOUND
                       AND (CRH-LAST-STATUS = "13"
                           OR CRH-LAST-STATUS = "64")
                       AND CRH-LAST-STATUS = WS-ACCT-STATUS
                       AND CRH-LAST-MONTH < WS-CUR-YYYYMM
                   ADD 1 TO WS-CLOSED-CNT
               ELSE
                   PERFORM 230-FIND-BORROWER
                   IF WS-BORROWER-FOUND
                       PERFORM 240-FIND-ORIGINAL-TERMS
                       PERFORM 250-WRITE-DETAIL
                       PERFORM 260-UPDATE-HISTORY
                   ELSE
                       DISPLAY "LOAN " LOAN-NUM-MST " ACCOUNT "
                           LOAN-ACC-NUM " - NO BORROWER ON THE "
                           "CUSTOMER MASTER - NOT REPORTED"
                       ADD 1 TO WS-NO-BORROWER-CNT
                   END-IF
               END-IF
           END-IF.
           READ LOAN-MST NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-READ-HISTORY.
           MOVE LOAN-NUM-MST TO CRH-LOAN-NUM.
           READ CREDIT-HIST
               INVALID KEY
                   MOVE "N" TO WS-HIST-FOUND-FLAG
                   MOVE ZERO TO CRH-LAST-MONTH CRH-LAST-BAL CRH-CC-MONTH
                   MOVE SPACES TO CRH-LAST-STATUS CRH-LAST-RATING
                       CRH-COMPLIANCE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND-FLAG
           END-READ.

      *-----------------------------------------------------------------*
      *    ONE RATING PER PAST-DUE MONTH ON THE DSB-LOAN-DELINQ AGING,
      *    TOPPING OUT AT 180 DAYS. A PAID-OFF LOAN STAYS DISBURSED
      *    WITH NO PRINCIPAL LEFT. NO PAYMENT IS SCHEDULED ON A CLOSED
      *    OR CHARGED-OFF LOAN.

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
      *    DSB-CHG-APPROVE OVERWRITES THE LOAN'S PRINCIPAL AND START
      *    MONTH WHEN A MODIFICATION IS APPROVED. THE FIRST APPROVED
      *    MODIFICATION STILL HOLDS THE TERMS THE LOAN OPENED WITH.

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
      *    AN "XH" GOES OUT ON THE MONTHLY FILE FOR THE MONTH THE
      *    DISPUTE WAS RESOLVED AND IS DROPPED THE MONTH AFTER.

       250-WRITE-DETAIL.
           IF CRH-COMPLIANCE = "XH"
                   AND CRH-LAST-MONTH NOT < CRH-CC-MONTH
                   AND CRH-LAST-MONTH < WS-CUR-YYYYMM
               MOVE SPACES TO CRH-COMPLIANCE
               MOVE ZERO TO CRH-CC-MONTH
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
           MOVE WS-RATING TO CBD-PMT-RATING.
           MOVE WS-ACCT-STATUS TO CBD-ACCT-STATUS.
           MOVE LOAN-PD-MONTHS TO CBD-PD-MONTHS.
           MOVE CRH-COMPLIANCE TO CBD-COMPLIANCE.
           MOVE WS-RUN-DATE TO CBD-ACTIVITY-DATE.
           WRITE CB-OUT-REC FROM CB-DETAIL-REC.
           ADD 1 TO WS-RPT-CNT.
           ADD WS-CUR-BAL TO WS-BAL-TOTAL.

      *-----------------------------------------------------------------*

       260-UPDATE-HISTORY.
           MOVE LOAN-NUM-MST TO CRH-LOAN-NUM.
           MOVE WS-CUR-YYYYMM TO CRH-LAST-MONTH.
           MOVE WS-ACCT-STATUS TO CRH-LAST-STATUS.
           MOVE WS-RATING TO CRH-LAST-RATING.
           MOVE WS-CUR-BAL TO CRH-LAST-BAL.
           IF WS-HIST-FOUND
               REWRITE CREDIT-HIST-REC
           ELSE
               WRITE CREDIT-HIST-REC
           END-IF.

      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-CB-RECORD
      *    PURPOSE: CREDIT BUREAU REPORTING RECORDS - ONE 160-BYTE
      *        FIXED-FORMAT LAYOUT SHARED BY THE MONTH-END EXTRACT
      *        (DSB-CREDIT-RPT) AND THE DISPUTE-CORRECTION SCREEN
      *        (DSB-CREDIT-DISPUTE), SO A CORRECTION RE-REPORTS A
      *        LOAN IN EXACTLY THE FORMAT THE BUREAU ALREADY HAS.
      *    EVERY FILE IS AN "H" HEADER, ONE "D" DETAIL PER LOAN, AND
      *        A "T" TRAILER CARRYING THE DETAIL COUNT AND THE TOTAL
      *        OF THE BALANCES REPORTED.
      *    PAYMENT RATING (CBD-PMT-RATING), FROM LOAN-PD-MONTHS:
      *        "0" CURRENT, "1" 30-59 DAYS, "2" 60-89, "3" 90-119,
      *        "4" 120-149, "5" 150-179, "6" 180 OR MORE, "L" CHARGED
      *        OFF.
      *    ACCOUNT STATUS (CBD-ACCT-STATUS): "11" CURRENT, "71" 30
      *        DAYS LATE, "78" 60, "80" 90, "82" 120, "83" 150, "84"
      *        180 OR MORE, "13" PAID OFF, "97" CHARGED OFF WITH A
      *        BALANCE STILL OWED, "64" CHARGED OFF AND SINCE PAID.
      *    COMPLIANCE CODE (CBD-COMPLIANCE): "XB" UNDER DISPUTE, "XH"
      *        DISPUTE RESOLVED, SPACES OTHERWISE.
      *-----------------------------------------------------------------*
       01  CB-HEADER-REC.
           03  CBH-REC-TYPE                PIC X.
           03  CBH-REPORTER-EIN            PIC 9(9).
           03  CBH-REPORTER-NAME           PIC X(30).
           03  CBH-ACTIVITY-DATE           PIC 9(8).
           03  CBH-CREATE-DATE             PIC 9(8).
           03  CBH-FILE-TYPE               PIC X.
               88  CBH-IS-MONTHLY                  VALUE "M".
               88  CBH-IS-CORRECTION               VALUE "C".
           03  FILLER                      PIC X(103).

       01  CB-DETAIL-REC.
           03  CBD-REC-TYPE                PIC X.
           03  CBD-LOAN-NUM                PIC X(7).
           03  CBD-CUST-NUM                PIC X(5).
           03  CBD-NAME                    PIC X(20).
           03  CBD-STREET                  PIC X(25).
           03  CBD-CITY                    PIC X(20).
           03  CBD-STATE                   PIC X(2).
           03  CBD-ZIP                     PIC X(5).
           03  CBD-TIN                     PIC X(9).
           03  CBD-OPEN-YYYYMM             PIC 9(6).
           03  CBD-ORIG-AMT                PIC 9(9)V99.
           03  CBD-CUR-BAL                 PIC 9(9)V99.
           03  CBD-SCHED-PMT               PIC 9(7)V99.
           03  CBD-PMT-RATING              PIC X.
           03  CBD-ACCT-STATUS             PIC X(2).
           03  CBD-PD-MONTHS               PIC 9(2).
           03  CBD-COMPLIANCE              PIC X(2).
           03  CBD-ACTIVITY-DATE           PIC 9(8).
           03  FILLER                      PIC X(14).

       01  CB-TRAILER-REC.
           03  CBT-REC-TYPE                PIC X.
           03  CBT-COUNT                   PIC 9(7).
           03  CBT-BAL-TOTAL               PIC 9(11)V99.
           03  FILLER                      PIC X(139).

      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-IOLTA-HIST
      *    PURPOSE: REMITTANCE HISTORY ROW ON DSB-IOLTA-REMIT-HIST.TXT,
      *        APPENDED BY DSB-IOLTA-REMIT FOR EVERY CALENDAR MONTH OF
      *        IOLTA INTEREST IT SENDS TO THE FOUNDATION - THE MONTH,
      *        THE ACCOUNTS, GROSS INTEREST, BACKUP WITHHOLDING TAKEN
      *        FROM IT, THE AMOUNT TRANSFERRED, AND WHEN AND BY WHOM.
      *        A MONTH ON FILE IS NEVER REMITTED AGAIN, AND
      *        DSB-TRUST-RECON TAKES THE LATEST MONTH AS THE POINT
      *        AFTER WHICH INTEREST IS STILL OWED TO THE FOUNDATION.
      *-----------------------------------------------------------------*
       01  IOLTA-HIST-REC.
           03  IH-PERIOD                   PIC 9(6).
           03  IH-PERIOD-BRK REDEFINES IH-PERIOD.
               05  IH-PERIOD-YR            PIC 9(4).
               05  IH-PERIOD-MNTH          PIC 9(2).
           03  IH-TRUST-ACC                PIC X(5).
           03  IH-FOUND-ACC                PIC X(5).
           03  IH-GROSS                    PIC 9(6)V99.
           03  IH-WITHHELD                 PIC 9(6)V99.
           03  IH-REMITTED                 PIC 9(6)V99.
           03  IH-RUN-DATE                 PIC 9(8).
           03  IH-OPERATOR                 PIC X(10).

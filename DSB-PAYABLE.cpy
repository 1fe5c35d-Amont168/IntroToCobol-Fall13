      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-PAYABLE
      *    PURPOSE: ONE AMOUNT OWED TO AN OUTSIDE PARTY, APPENDED TO
      *        DSB-PAYABLES.TXT BY THE PROGRAM THAT INCURS IT (ESCROW
      *        DISBURSEMENTS, GARNISHMENT REMITTANCES, TAX AND 401(K)
      *        DEPOSITS, STATE ESCHEAT) AND PAID BY THE WEEKLY
      *        DSB-AP-DISB RUN. THE VENDOR ID MAY BE LEFT BLANK WHEN
      *        THE FEEDER ONLY KNOWS A PAYEE NAME - THE RUN RESOLVES IT
      *        THROUGH VND-PAYEE-KEY ON THE VENDOR MASTER. THE GL
      *        ACCOUNT IS THE LIABILITY THE PAYMENT RELIEVES (DEBITED
      *        AGAINST A CREDIT TO CASH WHEN PAID). OPEN ITEMS STAY ON
      *        DSB-PAYABLES.TXT; A PAID ITEM MOVES TO
      *        DSB-PAYABLES-PAID.TXT WITH THE PAY DATE, METHOD, AND
      *        CHECK NUMBER OR ACH TRACE.
      *-----------------------------------------------------------------*
       01  PAYABLE-REC.
           03  AP-VENDOR-ID                PIC X(5).
           03  AP-PAYEE                    PIC X(20).
           03  AP-SOURCE                   PIC X(10).
           03  AP-REFERENCE                PIC X(10).
           03  AP-DESCRIPTION              PIC X(30).
           03  AP-ENTRY-DATE               PIC 9(8).
           03  AP-DUE-DATE                 PIC 9(8).
           03  AP-AMOUNT                   PIC 9(7)V99.
           03  AP-GL-ACCT                  PIC X(4).
           03  AP-BRANCH                   PIC X(2).
           03  AP-STATUS                   PIC X.
               88  AP-OPEN                       VALUE "O".
               88  AP-PAID                       VALUE "P".
           03  AP-PAID-DATE                PIC 9(8).
           03  AP-PAY-METHOD               PIC X.
           03  AP-PAY-REF                  PIC X(10).

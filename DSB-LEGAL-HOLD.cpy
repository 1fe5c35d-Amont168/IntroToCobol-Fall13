      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-LEGAL-HOLD
      *    PURPOSE: ONE LEGAL HOLD ON DSB-LEGAL-HOLD.TXT (KEY LH-KEY).
      *        WHILE A HOLD IS ON FILE NOTHING BELONGING TO THAT
      *        PERSON IS PURGED BY DSB-RETAIN-PURGE, HOWEVER OLD -
      *        LH-SYSTEM "B" A BANK CUSTOMER NUMBER (COVERING THEIR
      *        ACCOUNTS, LOANS AND TRANSACTION HISTORY), "L" A LAW
      *        CLIENT ID, "S" A STUDENT ID, "E" AN EMPLOYEE ID.
      *        PLACED AND RELEASED IN DSB-RETAIN-MAINT; A RELEASED
      *        HOLD IS DELETED, THE AUDIT TRAIL KEEPING WHO RELEASED
      *        IT AND WHEN.
      *-----------------------------------------------------------------*
       01  LEGAL-HOLD-REC.
           03  LH-KEY.
               05  LH-SYSTEM               PIC X.
                   88  LH-FOR-CUSTOMER           VALUE "B".
                   88  LH-FOR-CLIENT             VALUE "L".
                   88  LH-FOR-STUDENT            VALUE "S".
                   88  LH-FOR-EMPLOYEE           VALUE "E".
               05  LH-ID                   PIC X(7).
           03  LH-NAME                     PIC X(30).
           03  LH-MATTER                   PIC X(30).
           03  LH-PLACED-DATE              PIC 9(8).
           03  LH-PLACED-OPER              PIC X(10).

      *-----------------------------------------------------------------*
      *    COPYBOOK: DSB-BUDGET
      *    PURPOSE: ONE MONTH'S BUDGET FOR ONE INCOME-STATEMENT
      *        ACCOUNT (4XXX/5XXX/6XXX) AT ONE BRANCH ON THE INDEXED
      *        DSB-BUDGET.TXT, KEYED BY ACCOUNT, PERIOD (YYYYMM), AND
      *        BRANCH (GL-BRANCH - "00" FOR THE HOME OFFICE). THE
      *        AMOUNT IS IN NATURAL TERMS - REVENUE EXPECTED AND
      *        EXPENSE EXPECTED, BOTH POSITIVE. KEPT BY
      *        DSB-BUDGET-MAINT (ONE MONTH AT A TIME, OR A YEAR SPREAD
      *        EVENLY OR BY A SEASONAL PROFILE) AND COMPARED TO THE
      *        LEDGER BY DSB-BUDGET-RPT.
      *-----------------------------------------------------------------*
       01  BUDGET-REC.
           03  BUD-KEY.
               05  BUD-ACCT                PIC X(4).
               05  BUD-PERIOD              PIC 9(6).
               05  BUD-PERIOD-BRK REDEFINES BUD-PERIOD.
                   07  BUD-YEAR            PIC 9(4).
                   07  BUD-MONTH           PIC 9(2).
               05  BUD-BRANCH              PIC X(2).
           03  BUD-AMOUNT                  PIC 9(9)V99.
           03  BUD-SOURCE                  PIC X.
               88  BUD-KEYED-MONTH               VALUE "M".
               88  BUD-SPREAD-EVEN               VALUE "E".
               88  BUD-SPREAD-SEASONAL           VALUE "S".
           03  BUD-PROFILE                 PIC X(4).
           03  BUD-OPERATOR                PIC X(10).
           03  BUD-MAINT-DATE              PIC 9(8).

      *        RE-RUNNING THE AMORTIZATION SCREEN AND COUNTING ROWS.
      *        EACH QUOTE ALSO PRINTS TO DSB-PAYOFF-QUOTES.TXT FOR
      *        THE BORROWER'S FILE.
      *    A CHARGED-OFF LOAN GETS NO QUOTE - WHATEVER THE BORROWER
      *        PAYS ON IT IS POSTED AS A RECOVERY (DSB-LOAN-CHGOFF).
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  LOAN-OPERATOR       PIC X(10).
           03  LOAN-FUND-STATUS    PIC X.
               88  LOAN-IS-DISBURSED         VALUE "D".
               88  LOAN-IS-CHARGED-OFF       VALUE "C".
           03  LOAN-ACC-NUM        PIC X(5).
           03  LOAN-LAST-DRAFT     PIC 9(6).
           03  LOAN-CUR-PRINC      PIC 9(7)V99.
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

       FD  QUOTE-OUT.
       01  QUOTE-REC               PIC X(80).
       01  SCRN-NOT-DISBURSED LINE 07 COL 06
           VALUE "*** LOAN NOT DISBURSED - NOTHING TO PAY OFF ***".

       01  SCRN-CHARGED-OFF LINE 07 COL 06
           VALUE "*** LOAN CHARGED OFF - POST AS A RECOVERY ***".

       01  SCRN-QUOTE.
           03  LINE 07 COL 06  VALUE   "BORROWER".
           03  LINE 07 COL 22  PIC X(20)  FROM  LOAN-BORROWER.
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOAN-IS-CHARGED-OFF
                           DISPLAY SCRN-CHARGED-OFF
                       WHEN NOT LOAN-IS-DISBURSED
                           DISPLAY SCRN-NOT-DISBURSED
                       WHEN OTHER
                           PERFORM 210-COMPUTE-PAYOFF
                   END-EVALUATE
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.

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

       FD  RPT-OUT.
       01  RPT-REC                 PIC X(80).

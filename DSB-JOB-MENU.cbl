               "SIGN-ON REFUSED - CHECK ID AND PASSWORD".

       01  SCRN-NOT-AUTH.
           03  LINE 23 COL 05 VALUE
               "NOT AUTHORIZED FOR THAT PROGRAM - SEE YOUR SUPERVISOR".

       01  SCRN-MENU.
               "G  REGISTRATION (DSB-REG-ENTRY)".
           03  LINE 05 COL 45 VALUE
               "O  OPERATORS (DSB-OPER-MAINT)".
           03  LINE 08 COL 45 VALUE
               "P  REL PRICING (DSB-REL-PRICE-MAINT)".
           03  LINE 09 COL 45 VALUE
               "A  ATM/DEBIT CARDS (DSB-CARD-MAINT)".
           03  LINE 12 COL 45 VALUE
               "B  IRS B-NOTICES (DSB-BNOTICE-ENTRY)".
           03  LINE 13 COL 45 VALUE
               "L  LOAN APPLICATIONS (DSB-LOAN-APP)".
           03  LINE 14 COL 45 VALUE
               "F  LOAN MODIFICATIONS (DSB-LOAN-MOD)".
           03  LINE 15 COL 45 VALUE
               "W  CHARGE-OFFS (DSB-LOAN-CHGOFF)".
           03  LINE 16 COL 45 VALUE
               "D  DISPUTES (DSB-CREDIT-DISPUTE)".
           03  LINE 17 COL 45 VALUE
               "H  PAY HISTORY (DSB-PAY-HIST-INQ)".
           03  LINE 18 COL 45 VALUE
               "J  JOURNAL ENTRIES (DSB-JE-ENTRY)".
           03  LINE 19 COL 45 VALUE
               "U  BUDGETS (DSB-BUDGET-MAINT)".
           03  LINE 13 COL 05 VALUE
               "V  VENDORS (DSB-VENDOR-MAINT)".
           03  LINE 14 COL 05 VALUE
               "N  PARTY SEARCH (DSB-PARTY-INQ)".
           03  LINE 15 COL 05 VALUE
               "X  RETURNED MAIL (DSB-RETURN-MAIL)".
           03  LINE 16 COL 05 VALUE
               "T  RETENTION/HOLDS (DSB-RETAIN-MAINT)".
           03  LINE 17 COL 05 VALUE
               "S  SANCTIONS HITS (DSB-OFAC-REVIEW)".
           03  LINE 18 COL 05 VALUE
               "M  MONITORING CASES (DSB-CASE-REVIEW)".
           03  LINE 20 COL 05 VALUE "0  EXIT".
           03  LINE 22 COL 05 VALUE "ENTER SELECTION: ".
           03  LINE 22 COL 22 PIC X TO WS-CHOICE AUTO.

       01  SCRN-BAD-CHOICE.
           03  LINE 23 COL 05 VALUE "NOT A VALID SELECTION - TRY AGAIN".

      ******************************************************************
       PROCEDURE DIVISION.
                   WHEN "o"
                       MOVE "DSB-OPER-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "P"
                   WHEN "p"
                       MOVE "DSB-REL-PRICE-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "A"
                   WHEN "a"
                       MOVE "DSB-CARD-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "S"
                   WHEN "s"
                       MOVE "DSB-OFAC-REVIEW" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "M"
                   WHEN "m"
                       MOVE "DSB-CASE-REVIEW" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "B"
                   WHEN "b"
                       MOVE "DSB-BNOTICE-ENTRY" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "L"
                   WHEN "l"
                       MOVE "DSB-LOAN-APP" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "F"
                   WHEN "f"
                       MOVE "DSB-LOAN-MOD" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "W"
                   WHEN "w"
                       MOVE "DSB-LOAN-CHGOFF" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "D"
                   WHEN "d"
                       MOVE "DSB-CREDIT-DISPUTE" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "H"
                   WHEN "h"
                       MOVE "DSB-PAY-HIST-INQ" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "J"
                   WHEN "j"
                       MOVE "DSB-JE-ENTRY" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "U"
                   WHEN "u"
                       MOVE "DSB-BUDGET-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "V"
                   WHEN "v"
                       MOVE "DSB-VENDOR-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "N"
                   WHEN "n"
                       MOVE "DSB-PARTY-INQ" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "X"
                   WHEN "x"
                       MOVE "DSB-RETURN-MAIL" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "T"
                   WHEN "t"
                       MOVE "DSB-RETAIN-MAINT" TO WS-TARGET-PGM
                       PERFORM 300-LAUNCH-PROGRAM
                   WHEN "0"
                       MOVE "N" TO WS-MORE
                   WHEN OTHER

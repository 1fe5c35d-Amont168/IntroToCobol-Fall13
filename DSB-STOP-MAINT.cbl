      *        AUTOMATICALLY IN THAT RUN. A STOP WITH NO HIGH AMOUNT
      *        (ZERO) MATCHES THE LOW AMOUNT EXACTLY; A ZERO EXPIRY
      *        NEVER EXPIRES.
      *    AN ORDER MAY ALSO NAME A CHECK NUMBER. A NUMBERED STOP
      *        MATCHES THAT CHECK ONLY, WHATEVER ITS AMOUNT, BOTH IN
      *        THE EDIT AND IN THE INCLEARING RUN (DSB-INCLEARING),
      *        WHICH RETURNS THE ITEM UNPAID.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  STOP-EFF-DATE           PIC 9(8).
           03  STOP-EXP-DATE           PIC 9(8).
           03  STOP-OPERATOR           PIC X(10).
           03  STOP-CHECK-NUM          PIC X(8).

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-BNK            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  FILLER                  PIC X(55).

      ******************************************************************
       WORKING-STORAGE SECTION.
           03  LINE 09 COL 27  PIC 9(8)   USING  STOP-EFF-DATE AUTO.
           03  LINE 10 COL 11  VALUE   "EXP YYYYMMDD".
           03  LINE 10 COL 27  PIC 9(8)   USING  STOP-EXP-DATE AUTO.
           03  LINE 11 COL 11  VALUE   "CHECK NO".
           03  LINE 11 COL 27  PIC X(8)   USING  STOP-CHECK-NUM AUTO.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS STOP ORDER? (Y/N)".
           DISPLAY SCRN-TITLE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE SPACES TO STOP-ACC-NUM STOP-CHECK-NUM.
           MOVE ZERO TO STOP-AMT-LOW STOP-AMT-HIGH
               STOP-EFF-DATE STOP-EXP-DATE.
           MOVE WS-OPERATOR-ID TO STOP-OPERATOR.

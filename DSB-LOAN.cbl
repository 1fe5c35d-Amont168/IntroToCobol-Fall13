      *                      EFFECT, SAME SCHEDULE STYLE, PLUS A        *
      *                      SIDE-BY-SIDE LINE AGAINST THE MONTHLY      *
      *                      SCHEDULE LIKE THE (C)OMPARE TERMS MODE     *
      *    10/15/26 D.BROWN  A QUOTE IS SAVED ONLY AGAINST AN APPROVED  *
      *                      LOAN APPLICATION (DSB-LOAN-APP.TXT) - THE  *
      *                      APPLICATION NUMBER REPLACES THE BORROWER   *
      *                      PROMPT (AND ENDS THE BATCH RECORD), THE    *
      *                      AMOUNT AND PAYMENT MAY NOT EXCEED WHAT WAS *
      *                      UNDERWRITTEN, AND THE APPLICATION CARRIES  *
      *                      THE LOAN NUMBER SO IT QUOTES ONLY ONCE     *
      *******************************************************************
       IDENTIFICATION DIVISION.

                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOAN-NUM-STATUS.

       SELECT LOAN-APP             ASSIGN "DSB-LOAN-APP.TXT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS APP-NUM-MST
                                   FILE STATUS IS WS-APP-STATUS.

      *******************************************************************
       DATA DIVISION.

           03  BATCH-EXTRA-PRIN    PIC 9(7)V99.
           03  BATCH-ANNL-TAX      PIC 9(7)V99.
           03  BATCH-ANNL-INS      PIC 9(7)V99.
           03  BATCH-APP-NUM       PIC X(7).

       FD  LOAN-MST.
       01  LOAN-REC.
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

       FD  LOAN-NUM-FILE.
       01  LOAN-NUM-REC.
           03  LN-NEXT-NUMBER      PIC 9(7).

       FD  LOAN-APP.
       01  APP-REC.
           03  APP-NUM-MST         PIC X(7).
           03  APP-CUST-NUM        PIC X(5).
           03  APP-NAME            PIC X(20).
           03  APP-MTH-INCOME      PIC 9(7)V99.
           03  APP-MTH-DEBTS       PIC 9(7)V99.
           03  APP-COLLAT-VAL      PIC 9(7)V99.
           03  APP-REQ-AMT         PIC 9(7)V99.
           03  APP-REQ-TRM         PIC 999.
           03  APP-REQ-RATE        PIC 99V999.
           03  APP-ANNL-TAX        PIC 9(7)V99.
           03  APP-ANNL-INS        PIC 9(7)V99.
           03  APP-ENTRY-DATE      PIC 9(8).
           03  APP-OPERATOR        PIC X(10).
           03  APP-PAYMENT         PIC 9(7)V99.
           03  APP-DTI             PIC 9(3)V99.
           03  APP-LTV             PIC 9(3)V99.
           03  APP-DECISION        PIC X.
               88  APP-IS-PENDING            VALUE " ".
               88  APP-IS-APPROVED           VALUE "A".
               88  APP-IS-REFERRED           VALUE "R".
               88  APP-IS-DECLINED           VALUE "D".
           03  APP-REASONS.
               05  APP-REASON      PIC X(2) OCCURS 4 TIMES.
           03  APP-DECISION-DATE   PIC 9(8).
           03  APP-DECIDED-BY      PIC X(10).
           03  APP-LETTER-SENT     PIC X.
           03  APP-LOAN-NUM        PIC X(7).


      *-----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01  WS-NEXT-LOAN-NUM            PIC 9(7) VALUE 1000001.
       01  WS-BORROWER-NAME            PIC X(20).
       01  WS-RETRIEVE-NUM             PIC X(7).
       01  WS-APP-STATUS               PIC XX.
       01  WS-APP-NUM-IN               PIC X(7).
       01  WS-APP-OK-FLAG              PIC X.
           88  WS-APP-OK                     VALUE "Y".
       01  WS-APP-MSG                  PIC X(45).
       01  WS-QUOTE-PAYMENT            PIC 9(7)V99.

       01  WS-BIWEEKLY-DATA.
           03  WS-BW-PAYMENT           PIC 9(7)V99 VALUE ZERO.
           03  LINE 05 COL 31 VALUE "BI-(W)EEKLY".
           03  LINE 06 COL 20 PIC X TO WS-RUN-MODE AUTO.

       01  SCRN-APPLICATION.
           03  LINE 05 COL 30 VALUE "APPLICATION".
           03  LINE 05 COL 43 PIC X(7) TO WS-APP-NUM-IN.

       01  SCRN-QUOTE-REFUSED.
           03  LINE 20 COL 20 VALUE "QUOTE NOT SAVED -".
           03  LINE 21 COL 20 PIC X(45) FROM WS-APP-MSG.

       01  SCRN-RETRIEVE.
           03  BLANK SCREEN.
           PERFORM 180-PUT-BACK-LOAN-NUM.
           DISPLAY SCRN-PROG-TERM.
           CLOSE LOAN-MST.
           CLOSE LOAN-APP.
           CLOSE MST-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-SCHED-CNTR
               CLOSE LOAN-MST
               OPEN I-O LOAN-MST
           END-IF.
           OPEN I-O LOAN-APP.
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT LOAN-APP
               CLOSE LOAN-APP
               OPEN I-O LOAN-APP
           END-IF.
           OPEN INPUT LOAN-NUM-FILE.
           IF WS-LOAN-NUM-STATUS = "00"
               READ LOAN-NUM-FILE
      *-----------------------------------------------------------------*
      *    EVERY QUOTE - KEYED OR BATCH - LANDS ON THE LOAN MASTER
      *    UNDER THE NEXT LOAN NUMBER SO A CALL-BACK NEXT WEEK IS A
      *    KEYED READ, NOT A RE-KEY FROM MEMORY. THE CALLER HAS
      *    ALREADY PASSED 510-CHECK-APPLICATION, SO APP-REC HOLDS THE
      *    APPROVED APPLICATION THIS QUOTE IS WRITTEN AGAINST.
      *-----------------------------------------------------------------*

       500-SAVE-QUOTE.
           MOVE ZERO TO LOAN-PD-MONTHS.
           MOVE ZERO TO LOAN-LATE-CHGS.
           MOVE ZERO TO LOAN-ESCROW-BAL.
           MOVE APP-NUM-MST TO LOAN-APP-NUM.
           MOVE ZERO TO LOAN-FORB-THRU.
           MOVE ZERO TO LOAN-MOD-CNT.
           MOVE ZERO TO LOAN-CHGOFF-DATE.
           MOVE ZERO TO LOAN-CHGOFF-PRINC.
           MOVE ZERO TO LOAN-CHGOFF-INT.
           MOVE ZERO TO LOAN-RECOVERED.
           MOVE ZERO TO LOAN-LAST-LATE.
           WRITE LOAN-REC
               INVALID KEY
                   DISPLAY "LOAN MASTER WRITE FAILED, STATUS "
                       WS-LOAN-MST-STATUS
               NOT INVALID KEY
                   MOVE LOAN-NUM-MST TO APP-LOAN-NUM
                   REWRITE APP-REC
           END-WRITE.
           DISPLAY SCRN-QUOTE-SAVED.
           ADD 1 TO WS-NEXT-LOAN-NUM.

      *-----------------------------------------------------------------*
      *    ONLY AN APPROVED APPLICATION BECOMES A QUOTE, AND ONLY ONCE.
      *    THE OFFICER MAY QUOTE LESS THAN WAS UNDERWRITTEN BUT NOT
      *    MORE - NEITHER A BIGGER AMOUNT NOR A BIGGER PAYMENT (P&I
      *    PLUS ESCROW) THAN THE RATIOS WERE RUN ON.
      *-----------------------------------------------------------------*

       510-CHECK-APPLICATION.
           MOVE "N" TO WS-APP-OK-FLAG.
           MOVE SPACES TO WS-APP-MSG.
           MOVE WS-APP-NUM-IN TO APP-NUM-MST.
           READ LOAN-APP
               INVALID KEY
                   MOVE "APPLICATION NOT ON FILE" TO WS-APP-MSG
           END-READ.
           COMPUTE WS-QUOTE-PAYMENT =
               WS-INP-PAYMENT + WS-MONTHLY-ESCROW.
           EVALUATE TRUE
               WHEN WS-APP-MSG NOT = SPACES
                   CONTINUE
               WHEN NOT APP-IS-APPROVED
                   MOVE "APPLICATION IS NOT APPROVED" TO WS-APP-MSG
               WHEN APP-LOAN-NUM NOT = SPACES
                   MOVE "APPLICATION ALREADY QUOTED AS LOAN"
                       TO WS-APP-MSG
                   MOVE APP-LOAN-NUM TO WS-APP-MSG(36:7)
               WHEN WS-INP-PRINC > APP-REQ-AMT
                   MOVE "AMOUNT OVER WHAT WAS APPROVED" TO WS-APP-MSG
               WHEN WS-QUOTE-PAYMENT > APP-PAYMENT
                   MOVE "PAYMENT OVER WHAT WAS UNDERWRITTEN"
                       TO WS-APP-MSG
               WHEN OTHER
                   MOVE "Y" TO WS-APP-OK-FLAG
                   MOVE APP-NAME TO WS-BORROWER-NAME
           END-EVALUATE.

      *-----------------------------------------------------------------*

       550-RETRIEVE-MODE.
           PERFORM 300-PAYMENT-CALC.
           ADD 1 TO WS-SCHED-CNTR.
           MOVE SPACES TO WS-BORROWER-NAME.
           MOVE BATCH-APP-NUM TO WS-APP-NUM-IN.
           PERFORM 510-CHECK-APPLICATION.
           IF WS-APP-OK
               PERFORM 500-SAVE-QUOTE
           ELSE
               DISPLAY "BATCH QUOTE FOR APPLICATION " BATCH-APP-NUM
                   " NOT SAVED - " WS-APP-MSG
           END-IF.
           PERFORM 400-PRINT-LOOP UNTIL WS-PRINT-FLAG = 'N' OR 'n'.

           MOVE WS-T-PAYMENT   TO WS-PRINTER-T-PMT.
           ADD 1 TO WS-SCHED-CNTR.

           MOVE SPACES TO WS-BORROWER-NAME.
           MOVE SPACES TO WS-APP-NUM-IN.
           DISPLAY SCRN-APPLICATION.
           ACCEPT SCRN-APPLICATION.
           PERFORM 510-CHECK-APPLICATION.
           IF WS-APP-OK
               PERFORM 500-SAVE-QUOTE
           ELSE
               DISPLAY SCRN-QUOTE-REFUSED
           END-IF.

           DISPLAY SCRN-SCHEDULE.


      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-REL-PRICE-MAINT
      *    PURPOSE: ONLINE MAINTENANCE FOR THE RELATIONSHIP PRICING
      *        TABLE (DSB-REL-PRICING.TXT). EACH TIER IS A COMBINED
      *        RELATIONSHIP FLOOR - DEPOSITS ACROSS EVERY ACCOUNT ON
      *        THE CUSTOMER PLUS THEIR OUTSTANDING LOAN BALANCES - AND
      *        THE PERCENT OF THE LOW-BALANCE MAINTENANCE FEE WAIVED
      *        ONCE THE CUSTOMER CLEARS IT (100 WAIVES THE FEE).
      *        DSB-BANK-SVC-CHG LOADS THE TABLE EACH RUN AND APPLIES
      *        THE HIGHEST TIER THE CUSTOMER REACHES.
      *    LIKE THE INTEREST RATE TABLE, EVERY ADD AND PURGE IS A
      *        MAKER-CHECKER CHANGE - IT QUEUES TO DSB-PENDING-CHG.TXT
      *        AND THE TABLE ONLY MOVES WHEN A DIFFERENT OPERATOR
      *        APPROVES IT IN DSB-CHG-APPROVE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-REL-PRICE-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RELP-TABLE       ASSIGN "DSB-REL-PRICING.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RELP-STATUS.

       SELECT PENDING-CHG      ASSIGN "DSB-PENDING-CHG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PEND-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RELP-TABLE.
       01  RELP-REC.
           03  RP-TIER-LOW             PIC 9(7)V99.
           03  RP-WAIVE-PCT            PIC 9(3).

       FD  PENDING-CHG.
       01  PENDING-REC.
           03  PC-TARGET               PIC X(8).
           03  PC-KEY                  PIC X(10).
           03  PC-OLD-AMT              PIC 9(7)V99.
           03  PC-NEW-AMT              PIC 9(7)V99.
           03  PC-AUX-1                PIC 9(7)V99.
           03  PC-AUX-2                PIC 9(7)V99.
           03  PC-AUX-3                PIC V9(4).
           03  PC-MAKER                PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-RELP-STATUS              PIC XX.
       01  WS-PEND-STATUS              PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-RELP-EOF-FLAG            PIC X VALUE "N".
           88  WS-RELP-EOF                   VALUE "Y".

       01  WS-RUN-MODE                 PIC X.
       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-ENTRY-OK-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-OK                   VALUE "Y".

      *    THE CURRENT TABLE IS SHOWN ON THE SCREEN SO THE OPERATOR
      *    SEES THE TIERS BEFORE ADDING OR PURGING ONE.
       01  WS-RELP-CNT                 PIC 9(2) VALUE ZERO.
       01  WS-RELP-IDX                 PIC 9(2).
       01  WS-RELP-TABLE-WS.
           03  WS-RELP-ENTRY OCCURS 10 TIMES.
               05  WS-RP-TIER-LOW      PIC 9(7)V99.
               05  WS-RP-WAIVE-PCT     PIC 9(3).
       01  WS-TIER-LINES.
           03  WS-TIER-LINE            PIC X(40) OCCURS 10 TIMES.
       01  WS-TIER-ROW.
           03  TR-TIER-LOW             PIC $$,$$$,$$9.99.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  TR-WAIVE-PCT            PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "% WAIVED".

       01  WS-NEW-TIER-LOW             PIC 9(7)V99.
       01  WS-NEW-WAIVE-PCT            PIC 9(3).
       01  WS-PURGE-TIER-LOW           PIC 9(7)V99.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-REL-PRICE-MAINT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD PRICING TIER OR (P)URGE A TIER?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-REL-PRICE-MAINT".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 26  VALUE   "RELATIONSHIP PRICING TABLE".

       01  SCRN-TIER-LIST.
           03  LINE 12 COL 11  VALUE   "CURRENT TIERS".
           03  LINE 12 COL 26  PIC Z9     FROM  WS-RELP-CNT.
           03  LINE 13 COL 11  PIC X(40)  FROM  WS-TIER-LINE(1).
           03  LINE 14 COL 11  PIC X(40)  FROM  WS-TIER-LINE(2).
           03  LINE 15 COL 11  PIC X(40)  FROM  WS-TIER-LINE(3).
           03  LINE 16 COL 11  PIC X(40)  FROM  WS-TIER-LINE(4).
           03  LINE 17 COL 11  PIC X(40)  FROM  WS-TIER-LINE(5).
           03  LINE 18 COL 11  PIC X(40)  FROM  WS-TIER-LINE(6).
           03  LINE 19 COL 11  PIC X(40)  FROM  WS-TIER-LINE(7).
           03  LINE 20 COL 11  PIC X(40)  FROM  WS-TIER-LINE(8).
           03  LINE 21 COL 11  PIC X(40)  FROM  WS-TIER-LINE(9).
           03  LINE 22 COL 11  PIC X(40)  FROM  WS-TIER-LINE(10).

       01  SCRN-TIER-FIELDS.
           03  SCRN-TIER-LOW.
               05  LINE 05 COL 11  VALUE   "TIER FLOOR".
               05  LINE 05 COL 25  PIC 9(7)V99 TO WS-NEW-TIER-LOW
                                           AUTO.
           03  SCRN-WAIVE-PCT.
               05  LINE 07 COL 11  VALUE   "PCT WAIVED".
               05  LINE 07 COL 25  PIC 9(3)   TO  WS-NEW-WAIVE-PCT
                                           AUTO.

       01  SCRN-BAD-PCT    LINE 09 COL 11
           VALUE "*** PERCENT WAIVED MUST BE 1 TO 100 - RE-ENTER ***".

       01  SCRN-DUP-TIER   LINE 09 COL 11
           VALUE "*** TIER ALREADY ON TABLE - PURGE IT FIRST ***".

       01  SCRN-TBL-FULL   LINE 09 COL 11
           VALUE "*** PRICING TABLE FULL - TIER NOT ADDED ***".

       01  SCRN-PURGE.
           03  LINE 05 COL 11  VALUE   "PURGE TIER WITH FLOOR".
           03  LINE 05 COL 34  PIC 9(7)V99 TO WS-PURGE-TIER-LOW
                                           AUTO.

       01  SCRN-NO-TIER    LINE 09 COL 11
           VALUE "*** NO TIER WITH THAT FLOOR ON THE TABLE ***".

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 30    VALUE
                                           "CHANGE QUEUED FOR APPROVAL".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "TABLE NOT UPDATED".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           PERFORM 110-LOAD-TABLE.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "P"
               WHEN "p"
                   PERFORM 300-PURGE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-LOAD-TABLE.
           MOVE ZERO TO WS-RELP-CNT.
           MOVE SPACES TO WS-TIER-LINES.
           OPEN INPUT RELP-TABLE.
           IF WS-RELP-STATUS NOT = "35"
               READ RELP-TABLE AT END MOVE "Y" TO WS-RELP-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-RELP-EOF OR WS-RELP-CNT >= 10
                   ADD 1 TO WS-RELP-CNT
                   MOVE RP-TIER-LOW  TO WS-RP-TIER-LOW(WS-RELP-CNT)
                   MOVE RP-WAIVE-PCT TO WS-RP-WAIVE-PCT(WS-RELP-CNT)
                   MOVE RP-TIER-LOW  TO TR-TIER-LOW
                   MOVE RP-WAIVE-PCT TO TR-WAIVE-PCT
                   MOVE WS-TIER-ROW  TO WS-TIER-LINE(WS-RELP-CNT)
                   READ RELP-TABLE
                       AT END MOVE "Y" TO WS-RELP-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-RELP-EOF
                   DISPLAY "*** PRICING TABLE FULL AT 10 - REMAINING "
                       "TIERS IGNORED ***"
               END-IF
               CLOSE RELP-TABLE
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-TIER-LIST.
           DISPLAY SCRN-TIER-FIELDS.
           MOVE "N" TO WS-ENTRY-OK-FLAG.
           PERFORM 210-ENTER-TIER UNTIL WS-ENTRY-OK.
           IF WS-RELP-CNT >= 10
               DISPLAY SCRN-TBL-FULL
               DISPLAY SCRN-NOT-SAVED
           ELSE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y"
                   PERFORM 500-QUEUE-TIER-ADD
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    A FLOOR MAY APPEAR ONLY ONCE - TWO TIERS AT THE SAME FLOOR
      *    WOULD LEAVE THE SERVICE-CHARGE RUN GUESSING WHICH APPLIES.
       210-ENTER-TIER.
           ACCEPT SCRN-TIER-LOW.
           ACCEPT SCRN-WAIVE-PCT.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           IF WS-NEW-WAIVE-PCT = ZERO OR WS-NEW-WAIVE-PCT > 100
               MOVE "N" TO WS-ENTRY-OK-FLAG
               DISPLAY SCRN-BAD-PCT
           END-IF.
           PERFORM VARYING WS-RELP-IDX FROM 1 BY 1
                   UNTIL WS-RELP-IDX > WS-RELP-CNT
               IF WS-RP-TIER-LOW(WS-RELP-IDX) = WS-NEW-TIER-LOW
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   DISPLAY SCRN-DUP-TIER
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       300-PURGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-TIER-LIST.
           DISPLAY SCRN-PURGE.
           ACCEPT SCRN-PURGE.
           MOVE "N" TO WS-ENTRY-OK-FLAG.
           PERFORM VARYING WS-RELP-IDX FROM 1 BY 1
                   UNTIL WS-RELP-IDX > WS-RELP-CNT
               IF WS-RP-TIER-LOW(WS-RELP-IDX) = WS-PURGE-TIER-LOW
                   MOVE "Y" TO WS-ENTRY-OK-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-OK
               DISPLAY SCRN-NO-TIER
               DISPLAY SCRN-NOT-SAVED
           ELSE
               DISPLAY SCRN-SAVE
               ACCEPT SCRN-SAVE
               IF WS-SAVE = "Y"
                   PERFORM 510-QUEUE-TIER-PURGE
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-SAVED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE TABLE ON DISK NEVER MOVES ON ONE OPERATOR'S SAY - ADDS
      *    AND PURGES WAIT ON THE PENDING FILE FOR DSB-CHG-APPROVE.
      *    THE FLOOR RIDES IN AUX-1 AND THE PERCENT IN AUX-2.
       500-QUEUE-TIER-ADD.
           OPEN EXTEND PENDING-CHG.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHG
               CLOSE PENDING-CHG
               OPEN EXTEND PENDING-CHG
           END-IF.
           MOVE "RELPADD" TO PC-TARGET.
           MOVE "REL TIER" TO PC-KEY.
           MOVE ZERO TO PC-OLD-AMT.
           MOVE WS-NEW-TIER-LOW TO PC-NEW-AMT.
           MOVE WS-NEW-TIER-LOW TO PC-AUX-1.
           MOVE WS-NEW-WAIVE-PCT TO PC-AUX-2.
           MOVE ZERO TO PC-AUX-3.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           WRITE PENDING-REC.
           CLOSE PENDING-CHG.
      *-----------------------------------------------------------------*
       510-QUEUE-TIER-PURGE.
           OPEN EXTEND PENDING-CHG.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHG
               CLOSE PENDING-CHG
               OPEN EXTEND PENDING-CHG
           END-IF.
           MOVE "RELPPRG" TO PC-TARGET.
           MOVE "REL TIER" TO PC-KEY.
           MOVE WS-PURGE-TIER-LOW TO PC-OLD-AMT.
           MOVE ZERO TO PC-NEW-AMT.
           MOVE WS-PURGE-TIER-LOW TO PC-AUX-1.
           MOVE ZERO TO PC-AUX-2 PC-AUX-3.
           MOVE WS-OPERATOR-ID TO PC-MAKER.
           WRITE PENDING-REC.
           CLOSE PENDING-CHG.

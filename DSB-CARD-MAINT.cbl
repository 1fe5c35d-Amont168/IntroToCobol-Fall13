      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CARD-MAINT
      *    PURPOSE: ONLINE ENTRY AND MAINTENANCE FOR THE ATM/DEBIT
      *        CARD MASTER (DSB-CARD-MST.TXT) - CARD NUMBER, THE BANK
      *        ACCOUNT (ACC-NUM-IN) THE CARD DRAWS ON, ITS STATUS, AND
      *        ITS DAILY WITHDRAWAL LIMIT. STATUS IS (A)CTIVE, (L)OST,
      *        OR (H)OT-LISTED. DSB-CARD-SETTLE POSTS NETWORK ACTIVITY
      *        ONLY FOR ACTIVE CARDS WITHIN THEIR LIMIT; EVERYTHING
      *        ELSE GOES TO THE CARD EXCEPTION LISTING FOR CHARGEBACK.
      *        A CARD REPORTED LOST OR STOLEN IS CHANGED TO L OR H
      *        RATHER THAN DELETED, SO LATE NETWORK ITEMS ON IT STILL
      *        COME BACK AS EXCEPTIONS AND NOT AS UNKNOWN CARDS.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CARD-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CARD-MST         ASSIGN "DSB-CARD-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CARD-NUM
                               FILE STATUS IS WS-MST-STATUS.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CARD-MST.
       01  CARD-REC.
           03  CARD-NUM                PIC X(16).
           03  CARD-ACC-NUM            PIC X(5).
           03  CARD-STATUS             PIC X.
               88  CARD-IS-ACTIVE                  VALUE "A".
               88  CARD-IS-LOST                    VALUE "L".
               88  CARD-IS-HOT                     VALUE "H".
               88  CARD-STATUS-VALID               VALUE "A" "L" "H".
           03  CARD-DAILY-LIMIT        PIC 9(5)V99.
           03  CARD-ISSUE-DATE         PIC 9(8).
           03  CARD-OPERATOR           PIC X(10).

       FD  BANK-MST-IN.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(36).
           03  ACC-BLNC-BNK            PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-BNK          PIC X.
               88  ACC-OPEN-BNK                    VALUE "O".
           03  FILLER                  PIC X(54).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-DATE-NUM REDEFINES WS-DATE
                                       PIC 9(8).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-MST-STATUS               PIC XX.
       01  WS-BANK-STATUS              PIC XX.

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-REC-VALID-FLAG           PIC X VALUE "N".
           88  WS-REC-VALID                  VALUE "Y".

       01  WS-CONFIRM-DELETE           PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CARD-MAINT".
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
               "(A)DD NEW CARD, (C)HANGE, OR (D)ELETE?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-CARD-MAINT".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 27  VALUE   "ATM/DEBIT CARD MAINTENANCE".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "CARD NO".
           03  LINE 04 COL 16  PIC X(16)   TO  CARD-NUM  AUTO.

       01  SCRN-DUP-ID     LINE 05 COL 06
           VALUE "*** CARD ALREADY ON FILE - TRY AGAIN ***".

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** CARD NOT FOUND ON FILE ***".

       01  SCRN-BAD-ACCT   LINE 15 COL 11
           VALUE "*** ACCOUNT NOT OPEN ON THE BANK MASTER ***".

       01  SCRN-BAD-STATUS LINE 16 COL 11
           VALUE "*** STATUS MUST BE A, L, OR H - RE-ENTER ***".

       01  SCRN-BAD-LIMIT  LINE 17 COL 11
           VALUE "*** DAILY LIMIT MUST BE ABOVE ZERO ***".

       01  SCRN-CARD-FIELDS.
           03  LINE 06 COL 11  VALUE   "ACCOUNT".
           03  LINE 06 COL 27  PIC X(5)   USING  CARD-ACC-NUM  AUTO.
           03  LINE 07 COL 11  VALUE   "STATUS (A/L/H)".
           03  LINE 07 COL 27  PIC X      USING  CARD-STATUS   AUTO.
           03  LINE 08 COL 11  VALUE   "DAILY LIMIT".
           03  LINE 08 COL 27  PIC 9(5)V99 USING CARD-DAILY-LIMIT
                                           AUTO.
           03  LINE 09 COL 11  VALUE   "ISSUED".
           03  LINE 09 COL 27  PIC 9(8)   FROM   CARD-ISSUE-DATE.
           03  LINE 10 COL 11  VALUE   "LAST CHANGED BY".
           03  LINE 10 COL 27  PIC X(10)  FROM   CARD-OPERATOR.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 19 COL 11  VALUE   "DELETE THIS CARD? (Y/N)".
           03  LINE 19 COL 36  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
           03 SCRN-DELETED LINE 23 COL 34  VALUE
                                           "RECORD DELETED".
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
           PERFORM 110-OPEN-MASTER.
           OPEN INPUT BANK-MST-IN.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE CARD-MST.
           CLOSE BANK-MST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-MASTER.
           OPEN I-O CARD-MST.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT CARD-MST
               CLOSE CARD-MST
               OPEN I-O CARD-MST
           END-IF.
      *-----------------------------------------------------------------*
      *    A NEW CARD STARTS ACTIVE, ISSUED TODAY.
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE SPACES TO CARD-ACC-NUM.
           MOVE "A" TO CARD-STATUS.
           MOVE ZERO TO CARD-DAILY-LIMIT.
           MOVE WS-DATE-NUM TO CARD-ISSUE-DATE.
           MOVE WS-OPERATOR-ID TO CARD-OPERATOR.
           DISPLAY SCRN-CARD-FIELDS.
           PERFORM 220-ACCEPT-CARD-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CARD UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               WRITE CARD-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       205-ENTER-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE "Y" TO WS-ID-OK-FLAG.
           READ CARD-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-DUP-ID
           END-READ.
      *-----------------------------------------------------------------*
       220-ACCEPT-CARD-FIELDS.
           ACCEPT SCRN-CARD-FIELDS.
      *-----------------------------------------------------------------*
      *    A CARD MAY ONLY DRAW ON AN OPEN ACCOUNT.
       230-VALIDATE-CARD.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           MOVE CARD-ACC-NUM TO ACC-NUM-BNK.
           READ BANK-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-ACCT
               NOT INVALID KEY
                   IF NOT ACC-OPEN-BNK
                       MOVE "N" TO WS-REC-VALID-FLAG
                       DISPLAY SCRN-BAD-ACCT
                   END-IF
           END-READ.
           IF CARD-STATUS = "a" OR "l" OR "h"
               INSPECT CARD-STATUS CONVERTING "alh" TO "ALH"
           END-IF.
           IF NOT CARD-STATUS-VALID
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-STATUS
           END-IF.
           IF CARD-DAILY-LIMIT = ZERO
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-LIMIT
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-CARD-FIELDS
               PERFORM 220-ACCEPT-CARD-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ CARD-MST
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-CORRECT-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           DISPLAY SCRN-CARD-FIELDS.
           PERFORM 220-ACCEPT-CARD-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CARD UNTIL WS-REC-VALID.
           MOVE WS-OPERATOR-ID TO CARD-OPERATOR.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               REWRITE CARD-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       600-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ CARD-MST
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 610-DELETE-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           DISPLAY SCRN-CARD-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE CARD-MST RECORD
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.

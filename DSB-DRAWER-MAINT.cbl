      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-DRAWER-MAINT
      *    PURPOSE: ONLINE ENTRY AND MAINTENANCE FOR THE TELLER CASH
      *        DRAWERS (DSB-TELLER-DRAWER.TXT), ONE RECORD PER TELLER
      *        PER BUSINESS DAY - THE BRANCH THE DRAWER WORKS FROM,
      *        THE OPENING CASH, CASH BOUGHT FROM AND SOLD BACK TO
      *        THE VAULT DURING THE DAY, AND THE CLOSING CASH THE
      *        TELLER COUNTED AT END OF DAY. THE TELLER ID MUST BE ON
      *        THE OPERATOR MASTER, AND THE BRANCH DEFAULTS FROM THE
      *        OPERATOR'S OWN BRANCH. THE DATE DEFAULTS TO THE
      *        PROCESSING DATE ON DSB-PROC-DATE.TXT. DSB-TELLER-SETTLE
      *        PROVES EACH DRAWER THAT NIGHT AGAINST THE CASH ITEMS
      *        THE TELLER ACTUALLY POSTED; A DRAWER NOT MARKED AS
      *        COUNTED IS REPORTED BUT NOT SETTLED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-DRAWER-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT DRAWER-MST       ASSIGN "DSB-TELLER-DRAWER.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DRW-KEY
                               FILE STATUS IS WS-MST-STATUS.

       SELECT OPER-MST-IN      ASSIGN "DSB-OPERATOR-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS OPR-ID
                               FILE STATUS IS WS-OPER-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  DRAWER-MST.
       01  DRAWER-REC.
           03  DRW-KEY.
               05  DRW-TELLER-ID       PIC X(10).
               05  DRW-DATE            PIC 9(8).
           03  DRW-BRANCH              PIC X(2).
           03  DRW-OPEN-CASH           PIC 9(6)V99.
           03  DRW-VAULT-BUY           PIC 9(6)V99.
           03  DRW-VAULT-SELL          PIC 9(6)V99.
           03  DRW-CLOSE-CASH          PIC 9(6)V99.
           03  DRW-COUNTED             PIC X.
               88  DRW-IS-COUNTED                  VALUE "Y".
           03  DRW-OPERATOR            PIC X(10).

       FD  OPER-MST-IN.
       01  OPER-REC.
           03  OPR-ID                  PIC X(10).
           03  FILLER                  PIC X(128).
           03  OPR-BRANCH              PIC X(2).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-MST-STATUS               PIC XX.
       01  WS-OPER-STATUS              PIC XX.

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-REC-VALID-FLAG           PIC X VALUE "N".
           88  WS-REC-VALID                  VALUE "Y".

       01  WS-CONFIRM-DELETE           PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-DRAWER-MAINT".
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
               "(A)DD NEW DRAWER, (C)HANGE, OR (D)ELETE?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-DRAWER-MAINT".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 27  VALUE   "TELLER DRAWER MAINTENANCE".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "TELLER".
           03  LINE 04 COL 16  PIC X(10)   USING  DRW-TELLER-ID  AUTO.
           03  LINE 04 COL 30  VALUE   "DATE YYYYMMDD".
           03  LINE 04 COL 44  PIC 9(8)    USING  DRW-DATE  AUTO.

       01  SCRN-DUP-ID     LINE 05 COL 06
           VALUE "*** DRAWER ALREADY ON FILE - TRY AGAIN ***".

       01  SCRN-BAD-TELLER LINE 05 COL 06
           VALUE "*** TELLER NOT ON OPERATOR MASTER ***".

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** DRAWER NOT FOUND ON FILE ***".

       01  SCRN-BAD-BRANCH LINE 15 COL 11
           VALUE "*** BRANCH MAY NOT BE BLANK - RE-ENTER ***".

       01  SCRN-BAD-SELL   LINE 15 COL 11
           VALUE "*** SOLD EXCEEDS CASH ON HAND - RE-ENTER ***".

       01  SCRN-BAD-COUNT  LINE 15 COL 11
           VALUE "*** COUNTED MUST BE Y OR N - RE-ENTER ***".

       01  SCRN-DRAWER-FIELDS.
           03  LINE 06 COL 11  VALUE   "BRANCH".
           03  LINE 06 COL 29  PIC X(2)   USING  DRW-BRANCH  AUTO.
           03  LINE 07 COL 11  VALUE   "OPENING CASH".
           03  LINE 07 COL 29  PIC 9(6)V99 USING DRW-OPEN-CASH AUTO.
           03  LINE 08 COL 11  VALUE   "BOUGHT FROM VAULT".
           03  LINE 08 COL 29  PIC 9(6)V99 USING DRW-VAULT-BUY AUTO.
           03  LINE 09 COL 11  VALUE   "SOLD TO VAULT".
           03  LINE 09 COL 29  PIC 9(6)V99 USING DRW-VAULT-SELL AUTO.
           03  LINE 10 COL 11  VALUE   "CLOSING COUNT".
           03  LINE 10 COL 29  PIC 9(6)V99 USING DRW-CLOSE-CASH AUTO.
           03  LINE 11 COL 11  VALUE   "COUNTED (Y/N)".
           03  LINE 11 COL 29  PIC X      USING  DRW-COUNTED  AUTO.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS DRAWER? (Y/N)".
           03  LINE 17 COL 38  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

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
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-OPEN-MASTER.
           OPEN INPUT OPER-MST-IN.
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
           CLOSE DRAWER-MST.
           CLOSE OPER-MST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-MASTER.
           OPEN I-O DRAWER-MST.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT DRAWER-MST
               CLOSE DRAWER-MST
               OPEN I-O DRAWER-MST
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO DRW-TELLER-ID.
           MOVE WS-RUN-DATE TO DRW-DATE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE OPR-BRANCH TO DRW-BRANCH.
           MOVE ZERO TO DRW-OPEN-CASH DRW-VAULT-BUY DRW-VAULT-SELL
               DRW-CLOSE-CASH.
           MOVE "N" TO DRW-COUNTED.
           MOVE WS-OPERATOR-ID TO DRW-OPERATOR.
           DISPLAY SCRN-DRAWER-FIELDS.
           PERFORM 220-ACCEPT-DRAWER-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-DRAWER UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               WRITE DRAWER-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE TELLER MUST BE A SIGNED-UP OPERATOR BEFORE A DRAWER CAN
      *    BE OPENED IN THEIR NAME - THE READ ALSO BRINGS IN THE
      *    BRANCH THE NEW DRAWER DEFAULTS TO.
       205-ENTER-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE "Y" TO WS-ID-OK-FLAG.
           MOVE DRW-TELLER-ID TO OPR-ID.
           READ OPER-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-BAD-TELLER
           END-READ.
           IF WS-ID-OK
               READ DRAWER-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-OK-FLAG
                       DISPLAY SCRN-DUP-ID
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-DRAWER-FIELDS.
           ACCEPT SCRN-DRAWER-FIELDS.
      *-----------------------------------------------------------------*
       230-VALIDATE-DRAWER.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           IF DRW-BRANCH = SPACES
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-BRANCH
           END-IF.
           IF DRW-VAULT-SELL > DRW-OPEN-CASH + DRW-VAULT-BUY
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-SELL
           END-IF.
           IF DRW-COUNTED = "y"
               MOVE "Y" TO DRW-COUNTED
           END-IF.
           IF DRW-COUNTED = "n"
               MOVE "N" TO DRW-COUNTED
           END-IF.
           IF DRW-COUNTED NOT = "Y" AND DRW-COUNTED NOT = "N"
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-COUNT
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-DRAWER-FIELDS
               PERFORM 220-ACCEPT-DRAWER-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO DRW-TELLER-ID.
           MOVE WS-RUN-DATE TO DRW-DATE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ DRAWER-MST
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-CORRECT-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           DISPLAY SCRN-DRAWER-FIELDS.
           PERFORM 220-ACCEPT-DRAWER-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-DRAWER UNTIL WS-REC-VALID.
           MOVE WS-OPERATOR-ID TO DRW-OPERATOR.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               REWRITE DRAWER-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       600-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO DRW-TELLER-ID.
           MOVE WS-RUN-DATE TO DRW-DATE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ DRAWER-MST
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 610-DELETE-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           DISPLAY SCRN-DRAWER-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE DRAWER-MST RECORD
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.

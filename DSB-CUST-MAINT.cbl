      *        DSB-ACCT-MAINT, SO THE BRANCH CAN FINALLY SEE ONE
      *        RELATIONSHIP ACROSS A CUSTOMER'S ACCOUNTS AND
      *        DB-YEAR-END-STMT CAN MAIL ONE COMBINED STATEMENT TO A
      *        REAL ADDRESS. AN (L)INKS MODE LISTS EVERY ACCOUNT THE
      *        CUSTOMER IS ON - AS PRIMARY OWNER FROM THE BANK MASTER,
      *        AND AS JOINT OWNER, POD BENEFICIARY, OR AUTHORIZED
      *        SIGNER FROM DSB-ACCT-REL.TXT - AND ADDS OR DELETES
      *        THE NON-PRIMARY LINKS.
      *    EVERY NEW CUSTOMER IS SCREENED AGAINST THE SANCTIONS WATCH
      *        LIST THROUGH DSB-OFAC-MATCH AS IT IS SAVED. A POSSIBLE
      *        HIT STILL SAVES THE CUSTOMER BUT QUEUES THE HIT ON
      *        DSB-OFAC-REVIEW.TXT, WHICH FREEZES POSTING FOR THE
      *        CUSTOMER UNTIL COMPLIANCE CLEARS IT IN DSB-OFAC-REVIEW.
      *    THE CUSTOMER'S TAXPAYER ID (SSN OR EIN) AND W-9 STATUS ARE
      *        KEYED HERE. ONLY AN OPERATOR AUTHORIZED FOR THE PSEUDO
      *        PROGRAM "DSB-TIN-VIEW" SEES THE FULL NUMBER OR CHANGES
      *        IT - ANYONE ELSE SEES THE LAST FOUR DIGITS THROUGH
      *        DSB-TIN-MASK, AND A NEW CUSTOMER'S NUMBER IS KEYED BLIND.
      *        B-NOTICE FLAGS ARE SET AND CLEARED IN DSB-BNOTICE-ENTRY.
      *    AN ADDRESS FLAGGED BAD IN DSB-RETURN-MAIL SHOWS ON THE CHANGE
      *        SCREEN, AND KEYING A NEW ADDRESS CLEARS THE FLAG.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS CUST-NUM-OUT
                               FILE STATUS IS WS-MST-STATUS.

       SELECT BANK-MST-IN      ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT REL-FILE         ASSIGN "DSB-ACCT-REL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REL-KEY
                               ALTERNATE RECORD KEY IS REL-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       SELECT OFAC-REVIEW      ASSIGN "DSB-OFAC-REVIEW.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RV-KEY
                               ALTERNATE RECORD KEY IS RV-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REV-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CUST-STATE-OUT          PIC X(2).
           03  CUST-ZIP-OUT            PIC X(5).
           03  CUST-CYCLE-DAY-OUT      PIC 9(2).
           03  CUST-TIN-OUT            PIC X(9).
           03  CUST-TIN-TYPE-OUT       PIC X.
           03  CUST-W9-STAT-OUT        PIC X.
           03  CUST-BNOTICE-OUT        PIC X.
           03  CUST-BNOTICE-DATE-OUT   PIC 9(8).
           03  CUST-ADDR-BAD-OUT       PIC X.
           03  CUST-ADDR-BAD-DATE-OUT  PIC 9(8).

       FD  BANK-MST-IN.
       01  REC-IN.
           03  ACC-NUM-IN              PIC X(5).
           03  FNAME-IN                PIC X(10).
           03  LNAME-IN                PIC X(10).
           03  LST-TRN-YR-IN           PIC 9(4).
           03  LST-TRN-MNTH-IN         PIC 9(2).
           03  LST-TRN-DY-IN           PIC 9(2).
           03  LST-TRN-AMNT-IN         PIC 9(6)V99.
           03  ACC-BLNC-IN             PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-IN           PIC X.
           03  ACC-TYPE-IN             PIC X.
           03  CUST-NUM-IN             PIC X(5).
           03  ACC-LINKED-IN           PIC X(5).
           03  CD-TERM-IN              PIC 9(3).
           03  CD-OPEN-DATE-IN         PIC 9(8).
           03  CD-MAT-DATE-IN          PIC 9(8).
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

      *    ONE ROW PER ACCOUNT/CUSTOMER PAIR - SEE DSB-ACCT-MAINT. THE
      *    ALTERNATE KEY GIVES ONE CUSTOMER'S LINKS WITHOUT A SCAN.
       FD  REL-FILE.
       01  REL-REC.
           03  REL-KEY.
               05  REL-ACC-NUM         PIC X(5).
               05  REL-CUST-NUM        PIC X(5).
           03  REL-ROLE                PIC X.
               88  REL-IS-PRIMARY                  VALUE "P".
               88  REL-IS-JOINT                    VALUE "J".
               88  REL-IS-POD                      VALUE "B".
               88  REL-IS-SIGNER                   VALUE "S".
           03  REL-ADD-DATE            PIC 9(8).
           03  REL-OPERATOR            PIC X(10).

      *    ONE ROW PER NAME/LIST-ENTRY PAIR - SEE DSB-OFAC-SCREEN.
       FD  OFAC-REVIEW.
       01  REVIEW-REC.
           03  RV-KEY.
               05  RV-SUBJ-TYPE        PIC X.
                   88  RV-IS-CUSTOMER              VALUE "C".
                   88  RV-IS-ACCOUNT               VALUE "A".
                   88  RV-IS-COUNTERPARTY          VALUE "X".
               05  RV-SUBJ-ID          PIC X(5).
               05  RV-LIST-ID          PIC X(6).
           03  RV-CUST-NUM             PIC X(5).
           03  RV-SUBJ-NAME            PIC X(40).
           03  RV-LIST-NAME            PIC X(40).
           03  RV-SCORE                PIC 9(3).
           03  RV-STATUS               PIC X.
               88  RV-IS-PENDING                   VALUE "P".
               88  RV-IS-CLEARED                   VALUE "C".
               88  RV-IS-CONFIRMED                 VALUE "F".
           03  RV-FOUND-DATE           PIC 9(8).
           03  RV-FOUND-BY             PIC X(20).
           03  RV-DECIDED-BY           PIC X(10).
           03  RV-DECIDED-DATE         PIC 9(8).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CONFIRM-DELETE           PIC X.

      *    ACCOUNT LINKS FOR THE LINKS MODE - THE FIRST EIGHT ARE
      *    LISTED AND THE COUNT SHOWS IF THERE ARE MORE.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-LNK-EOF-FLAG             PIC X VALUE "N".
           88  WS-LNK-EOF                    VALUE "Y".
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-OLD-STREET               PIC X(25).
       01  WS-OLD-CITY                 PIC X(20).
       01  WS-OLD-STATE                PIC X(2).
       01  WS-OLD-ZIP                  PIC X(5).
       01  WS-LNK-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-LNK-LINES.
           03  WS-LNK-LINE             PIC X(50) OCCURS 8 TIMES.
       01  WS-LNK-ROW.
           03  LK-ACC-NUM              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LK-FNAME                PIC X(10).
           03  LK-LNAME                PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LK-ROLE-DESC            PIC X(15).
       01  WS-LNK-ROLE-HOLD            PIC X.
       01  WS-LNK-ACTION               PIC X.
       01  WS-LNK-ACC                  PIC X(5).
       01  WS-LNK-ROLE                 PIC X.
       01  WS-LNK-MSG                  PIC X(50).

      *    SANCTIONS SCREENING OF A NEW CUSTOMER.
       01  WS-REV-STATUS               PIC XX.
       01  WS-HIT-IDX                  PIC 9.
       01  WS-OM-FUNCTION              PIC X VALUE "S".
       01  WS-OM-NAME                  PIC X(40).
       01  WS-OM-RESULT.
           03  WS-OM-LIST-CNT          PIC 9(4).
           03  WS-OM-HIT-CNT           PIC 9.
           03  WS-OM-HIT OCCURS 5 TIMES.
               05  WS-OM-LIST-ID       PIC X(6).
               05  WS-OM-LIST-NAME     PIC X(40).
               05  WS-OM-SCORE         PIC 9(3).

      *    TAXPAYER ID VIEWING RIGHTS AND ITS DISPLAY FORM.
       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-TIN-VIEW".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-KEYED-FLAG           PIC X VALUE "N".
           88  WS-TIN-KEYED                  VALUE "Y".
       01  WS-TIN-DISPLAY              PIC X(11).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CUST-MAINT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD NEW CUSTOMER, (C)HANGE, (D)ELETE, OR (L)INKS?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
       01  SCRN-BAD-CYCLE  LINE 15 COL 11
           VALUE "*** CYCLE DAY MUST BE 0 (NONE) TO 28 - RE-ENTER ***".

       01  SCRN-BAD-TIN    LINE 15 COL 11
           VALUE "*** TIN MUST BE 9 DIGITS, TYPE S OR E - RE-ENTER ***".

       01  SCRN-BAD-W9     LINE 15 COL 11
           VALUE "*** W-9 STATUS MUST BE C OR U - RE-ENTER ***".

       01  SCRN-OFAC-HIT   LINE 21 COL 06
           VALUE "*** POSSIBLE SANCTIONS MATCH - SEE COMPLIANCE ***".

       01  SCRN-OFAC-NO-LIST LINE 21 COL 06
           VALUE "*** NO SANCTIONS WATCH LIST - NOT SCREENED ***".

       01  SCRN-ADDR-BAD   LINE 11 COL 11
           VALUE "*** MAIL RETURNED - ADDRESS HELD UNTIL CORRECTED ***".

       01  SCRN-CUST-FIELDS.
           03  SCRN-NAME.
               05  LINE 06 COL 11  VALUE   "NAME".
               05  LINE 12 COL 27  PIC 9(2)   USING CUST-CYCLE-DAY-OUT
                                                     AUTO.

       01  SCRN-TIN-FIELDS.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(9)   USING CUST-TIN-OUT  AUTO.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      USING CUST-TIN-TYPE-OUT AUTO.
           03  LINE 14 COL 11  VALUE   "W-9 (C/U)".
           03  LINE 14 COL 27  PIC X      USING CUST-W9-STAT-OUT AUTO.
           03  LINE 14 COL 40  VALUE   "B-NOTICE".
           03  LINE 14 COL 51  PIC X      FROM  CUST-BNOTICE-OUT.

      *    A NEW CUSTOMER'S NUMBER KEYED BY AN OPERATOR WHO MAY NOT
      *    SEE IT - THE DIGITS NEVER ECHO.
       01  SCRN-TIN-SECURE.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(9)   USING CUST-TIN-OUT
                                          SECURE AUTO.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      USING CUST-TIN-TYPE-OUT AUTO.
           03  LINE 14 COL 11  VALUE   "W-9 (C/U)".
           03  LINE 14 COL 27  PIC X      USING CUST-W9-STAT-OUT AUTO.
           03  LINE 14 COL 40  VALUE   "B-NOTICE".
           03  LINE 14 COL 51  PIC X      FROM  CUST-BNOTICE-OUT.

       01  SCRN-TIN-SHOW.
           03  LINE 13 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 13 COL 27  PIC X(11)  FROM  WS-TIN-DISPLAY.
           03  LINE 13 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 13 COL 51  PIC X      FROM  CUST-TIN-TYPE-OUT.
           03  LINE 14 COL 11  VALUE   "W-9 (C/U)".
           03  LINE 14 COL 27  PIC X      FROM  CUST-W9-STAT-OUT.
           03  LINE 14 COL 40  VALUE   "B-NOTICE".
           03  LINE 14 COL 51  PIC X      FROM  CUST-BNOTICE-OUT.

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS CUSTOMER? (Y/N)".
           03  LINE 17 COL 40  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-LNK-LIST.
           03  LINE 06 COL 11  VALUE   "NAME".
           03  LINE 06 COL 22  PIC X(20)  FROM  CUST-NAME-OUT.
           03  LINE 08 COL 11  VALUE   "ACCOUNTS LINKED".
           03  LINE 08 COL 33  PIC ZZ9    FROM  WS-LNK-CNT.
           03  LINE 09 COL 11  PIC X(50)  FROM  WS-LNK-LINE(1).
           03  LINE 10 COL 11  PIC X(50)  FROM  WS-LNK-LINE(2).
           03  LINE 11 COL 11  PIC X(50)  FROM  WS-LNK-LINE(3).
           03  LINE 12 COL 11  PIC X(50)  FROM  WS-LNK-LINE(4).
           03  LINE 13 COL 11  PIC X(50)  FROM  WS-LNK-LINE(5).
           03  LINE 14 COL 11  PIC X(50)  FROM  WS-LNK-LINE(6).
           03  LINE 15 COL 11  PIC X(50)  FROM  WS-LNK-LINE(7).
           03  LINE 16 COL 11  PIC X(50)  FROM  WS-LNK-LINE(8).

       01  SCRN-LNK-ACTION.
           03  LINE 18 COL 11  VALUE
               "(A)DD LINK, (D)ELETE LINK, OR ENTER FOR NO CHANGE".
           03  LINE 18 COL 62  PIC X      TO  WS-LNK-ACTION  AUTO.
           03  LINE 19 COL 11  VALUE   "ACCOUNT".
           03  LINE 19 COL 22  PIC X(5)   TO  WS-LNK-ACC  AUTO.
           03  LINE 19 COL 30  VALUE   "ROLE (J)OINT (B)POD (S)IGNER".
           03  LINE 19 COL 60  PIC X      TO  WS-LNK-ROLE  AUTO.

       01  SCRN-LNK-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-LNK-MSG.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           PERFORM 110-OPEN-MASTER.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   MOVE WS-TIN-VIEW-FLAG TO WS-TIN-KEYED-FLAG
                   PERFORM 500-CHANGE-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN "L"
               WHEN "l"
                   PERFORM 120-OPEN-LINK-FILES
                   PERFORM 700-LINK-LOOP UNTIL WS-MORE
                   PERFORM 130-CLOSE-LINK-FILES
               WHEN OTHER
                   PERFORM 140-OPEN-REVIEW-FILE
                   MOVE "Y" TO WS-TIN-KEYED-FLAG
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
                   CLOSE OFAC-REVIEW
           END-EVALUATE.
           CLOSE MST-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               CLOSE MST-OUT
               OPEN I-O MST-OUT
           END-IF.
      *-----------------------------------------------------------------*
       120-OPEN-LINK-FILES.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE-NUM.
           OPEN INPUT BANK-MST-IN.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           END-IF.
           OPEN I-O REL-FILE.
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT REL-FILE
               CLOSE REL-FILE
               OPEN I-O REL-FILE
           END-IF.
      *-----------------------------------------------------------------*
       130-CLOSE-LINK-FILES.
           IF WS-BANK-OPEN
               CLOSE BANK-MST-IN
           END-IF.
           CLOSE REL-FILE.
      *-----------------------------------------------------------------*
       140-OPEN-REVIEW-FILE.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE-NUM.
           OPEN I-O OFAC-REVIEW.
           IF WS-REV-STATUS = "35"
               OPEN OUTPUT OFAC-REVIEW
               CLOSE OFAC-REVIEW
               OPEN I-O OFAC-REVIEW
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO CUST-NAME-OUT CUST-STREET-OUT CUST-CITY-OUT
               CUST-STATE-OUT CUST-ZIP-OUT.
           MOVE ZERO TO CUST-CYCLE-DAY-OUT.
           MOVE SPACES TO CUST-TIN-OUT CUST-BNOTICE-OUT.
           MOVE "S" TO CUST-TIN-TYPE-OUT.
           MOVE "U" TO CUST-W9-STAT-OUT.
           MOVE ZERO TO CUST-BNOTICE-DATE-OUT.
           MOVE SPACE TO CUST-ADDR-BAD-OUT.
           MOVE ZERO TO CUST-ADDR-BAD-DATE-OUT.
           DISPLAY SCRN-CUST-FIELDS.
           PERFORM 215-SHOW-TIN-FIELDS.
           PERFORM 220-ACCEPT-CUST-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CUST UNTIL WS-REC-VALID.
               WRITE REC-OUT
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
               PERFORM 240-SCREEN-NEW-CUSTOMER
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-DUP-ID
           END-READ.
      *-----------------------------------------------------------------*
      *    THE TAXPAYER ID IS OPEN FOR KEYING ON AN ADD, AND ON A
      *    CHANGE ONLY TO AN OPERATOR WHO MAY SEE IT; OTHERWISE IT IS
      *    SHOWN MASKED AND LEFT AS IT STANDS.
       215-SHOW-TIN-FIELDS.
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   DISPLAY SCRN-TIN-FIELDS
               ELSE
                   DISPLAY SCRN-TIN-SECURE
               END-IF
           ELSE
               CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG CUST-TIN-OUT
                   CUST-TIN-TYPE-OUT WS-TIN-DISPLAY
               DISPLAY SCRN-TIN-SHOW
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-CUST-FIELDS.
           ACCEPT SCRN-NAME.
           ACCEPT SCRN-ADDR.
           ACCEPT SCRN-CYCLE.
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   ACCEPT SCRN-TIN-FIELDS
               ELSE
                   ACCEPT SCRN-TIN-SECURE
               END-IF
               INSPECT CUST-TIN-TYPE-OUT CONVERTING "se" TO "SE"
               INSPECT CUST-W9-STAT-OUT CONVERTING "cu" TO "CU"
           END-IF.
      *-----------------------------------------------------------------*
      *    CYCLE DAYS STOP AT 28 SO EVERY MONTH HAS THE DAY - A ZERO
      *    MEANS THE CUSTOMER ONLY GETS THE YEAR-END STATEMENT.
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-CYCLE
           END-IF.
           IF WS-TIN-KEYED
               PERFORM 235-VALIDATE-TIN
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-CUST-FIELDS
               PERFORM 215-SHOW-TIN-FIELDS
               PERFORM 220-ACCEPT-CUST-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
      *    A BLANK TAXPAYER ID IS ALLOWED - THE CUSTOMER THEN HAS NO
      *    CERTIFIED W-9 AND THEIR INTEREST IS SUBJECT TO BACKUP
      *    WITHHOLDING IN DB-MID-TERM-2 UNTIL ONE IS ON FILE.
       235-VALIDATE-TIN.
           IF CUST-TIN-OUT = SPACES
               MOVE "U" TO CUST-W9-STAT-OUT
           ELSE
               IF CUST-TIN-OUT NOT NUMERIC
                   OR (CUST-TIN-TYPE-OUT NOT = "S" AND "E")
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-TIN
               END-IF
           END-IF.
           IF CUST-W9-STAT-OUT NOT = "C" AND "U"
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-W9
           END-IF.
      *-----------------------------------------------------------------*
      *    THE CUSTOMER IS SAVED EITHER WAY - A FALSE MATCH MUST NOT
      *    TURN THE CUSTOMER AWAY AT THE DESK - BUT A POSSIBLE HIT IS
      *    QUEUED AT ONCE SO NOTHING POSTS FOR THEM UNTIL COMPLIANCE
      *    HAS LOOKED.
       240-SCREEN-NEW-CUSTOMER.
           MOVE CUST-NAME-OUT TO WS-OM-NAME.
           CALL "DSB-OFAC-MATCH" USING WS-OM-FUNCTION WS-OM-NAME
               WS-OM-RESULT.
           IF WS-OM-LIST-CNT = ZERO
               DISPLAY SCRN-OFAC-NO-LIST
           END-IF.
           IF WS-OM-HIT-CNT > ZERO
               PERFORM 245-QUEUE-HIT
                   VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-OM-HIT-CNT
               DISPLAY SCRN-OFAC-HIT
           END-IF.
      *-----------------------------------------------------------------*
       245-QUEUE-HIT.
           MOVE "C" TO RV-SUBJ-TYPE.
           MOVE CUST-NUM-OUT TO RV-SUBJ-ID.
           MOVE WS-OM-LIST-ID(WS-HIT-IDX) TO RV-LIST-ID.
           MOVE CUST-NUM-OUT TO RV-CUST-NUM.
           MOVE WS-OM-NAME TO RV-SUBJ-NAME.
           MOVE WS-OM-LIST-NAME(WS-HIT-IDX) TO RV-LIST-NAME.
           MOVE WS-OM-SCORE(WS-HIT-IDX) TO RV-SCORE.
           MOVE "P" TO RV-STATUS.
           MOVE WS-RUN-DATE-NUM TO RV-FOUND-DATE.
           MOVE WS-PROGRAM-NAME TO RV-FOUND-BY.
           MOVE SPACES TO RV-DECIDED-BY.
           MOVE ZERO TO RV-DECIDED-DATE.
           WRITE REVIEW-REC
               INVALID KEY CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           MOVE CUST-STREET-OUT TO WS-OLD-STREET.
           MOVE CUST-CITY-OUT TO WS-OLD-CITY.
           MOVE CUST-STATE-OUT TO WS-OLD-STATE.
           MOVE CUST-ZIP-OUT TO WS-OLD-ZIP.
           DISPLAY SCRN-CUST-FIELDS.
           IF CUST-ADDR-BAD-OUT = "Y"
               DISPLAY SCRN-ADDR-BAD
           END-IF.
           PERFORM 215-SHOW-TIN-FIELDS.
           PERFORM 220-ACCEPT-CUST-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-CUST UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               PERFORM 520-CHECK-ADDRESS-CHANGE
               REWRITE REC-OUT
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    A NEW ADDRESS ON A CUSTOMER WHOSE MAIL CAME BACK CLEARS THE
      *    RETURNED-MAIL FLAG, SO THE NEXT MAIL RUN RELEASES THE
      *    PIECES IT HAS BEEN HOLDING FOR THEM.
       520-CHECK-ADDRESS-CHANGE.
           IF CUST-ADDR-BAD-OUT = "Y"
               IF CUST-STREET-OUT NOT = WS-OLD-STREET
                   OR CUST-CITY-OUT NOT = WS-OLD-CITY
                   OR CUST-STATE-OUT NOT = WS-OLD-STATE
                   OR CUST-ZIP-OUT NOT = WS-OLD-ZIP
                   MOVE SPACE TO CUST-ADDR-BAD-OUT
                   MOVE ZERO TO CUST-ADDR-BAD-DATE-OUT
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       600-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           DISPLAY SCRN-CUST-FIELDS.
           PERFORM 215-SHOW-TIN-FIELDS.
           MOVE SPACE TO WS-CONFIRM-DELETE.
           DISPLAY SCRN-DELETE-CONFIRM.
           ACCEPT SCRN-DELETE-CONFIRM.
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    LINKS MODE - THE OPERATOR KEYS THE CUSTOMER, SEES EVERY
      *    ACCOUNT THEY ARE ON, AND ADDS OR DELETES ONE LINK AT A
      *    TIME. PRIMARY OWNERSHIP IS THE CUSTOMER FIELD ON THE BANK
      *    MASTER AND IS CHANGED ONLY IN DSB-ACCT-MAINT.
       700-LINK-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 710-MAINT-LINKS
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       710-MAINT-LINKS.
           PERFORM 720-LOAD-CUST-LINKS.
           DISPLAY SCRN-LNK-LIST.
           MOVE SPACES TO WS-LNK-ACTION WS-LNK-ACC WS-LNK-ROLE.
           DISPLAY SCRN-LNK-ACTION.
           ACCEPT SCRN-LNK-ACTION.
           EVALUATE WS-LNK-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 730-ADD-LINK
               WHEN "D"
               WHEN "d"
                   PERFORM 740-DELETE-LINK
               WHEN OTHER
                   MOVE "NO LINK CHANGED" TO WS-LNK-MSG
           END-EVALUATE.
           PERFORM 720-LOAD-CUST-LINKS.
           DISPLAY SCRN-LNK-LIST.
           DISPLAY SCRN-LNK-MSG.
      *-----------------------------------------------------------------*
      *    PRIMARY ACCOUNTS COME FROM A PASS OF THE BANK MASTER SO AN
      *    ACCOUNT OPENED BEFORE THE LINK FILE STILL SHOWS; THE OTHER
      *    ROLES COME FROM THE LINK FILE ON ITS CUSTOMER KEY.
       720-LOAD-CUST-LINKS.
           MOVE ZERO TO WS-LNK-CNT.
           MOVE SPACES TO WS-LNK-LINES.
           IF WS-BANK-OPEN
               MOVE "N" TO WS-LNK-EOF-FLAG
               MOVE LOW-VALUES TO ACC-NUM-IN
               START BANK-MST-IN KEY NOT < ACC-NUM-IN
                   INVALID KEY MOVE "Y" TO WS-LNK-EOF-FLAG
               END-START
               IF NOT WS-LNK-EOF
                   READ BANK-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-LNK-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-LNK-EOF
                   IF CUST-NUM-IN = CUST-NUM-OUT
                       MOVE "P" TO WS-LNK-ROLE-HOLD
                       PERFORM 725-LIST-ONE-LINK
                   END-IF
                   READ BANK-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-LNK-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-LNK-EOF-FLAG.
           MOVE CUST-NUM-OUT TO REL-CUST-NUM.
           START REL-FILE KEY = REL-CUST-NUM
               INVALID KEY MOVE "Y" TO WS-LNK-EOF-FLAG
           END-START.
           IF NOT WS-LNK-EOF
               READ REL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LNK-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LNK-EOF OR REL-CUST-NUM NOT = CUST-NUM-OUT
               IF NOT REL-IS-PRIMARY
                   MOVE REL-ACC-NUM TO ACC-NUM-IN
                   MOVE REL-ROLE TO WS-LNK-ROLE-HOLD
                   PERFORM 722-READ-LINKED-ACCT
                   PERFORM 725-LIST-ONE-LINK
               END-IF
               READ REL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LNK-EOF-FLAG
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------*
       722-READ-LINKED-ACCT.
           MOVE SPACES TO FNAME-IN LNAME-IN.
           IF WS-BANK-OPEN
               READ BANK-MST-IN
                   INVALID KEY
                       MOVE "** NOT ON " TO FNAME-IN
                       MOVE "FILE **" TO LNAME-IN
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
       725-LIST-ONE-LINK.
           ADD 1 TO WS-LNK-CNT.
           IF WS-LNK-CNT <= 8
               MOVE ACC-NUM-IN TO LK-ACC-NUM
               MOVE FNAME-IN TO LK-FNAME
               MOVE LNAME-IN TO LK-LNAME
               EVALUATE WS-LNK-ROLE-HOLD
                   WHEN "P"
                       MOVE "PRIMARY OWNER" TO LK-ROLE-DESC
                   WHEN "J"
                       MOVE "JOINT OWNER" TO LK-ROLE-DESC
                   WHEN "B"
                       MOVE "POD BENEFICIARY" TO LK-ROLE-DESC
                   WHEN "S"
                       MOVE "AUTH SIGNER" TO LK-ROLE-DESC
                   WHEN OTHER
                       MOVE WS-LNK-ROLE-HOLD TO LK-ROLE-DESC
               END-EVALUATE
               MOVE WS-LNK-ROW TO WS-LNK-LINE(WS-LNK-CNT)
           END-IF.
      *-----------------------------------------------------------------*
      *    THE ACCOUNT MUST BE ON THE BANK MASTER. BEFORE THE FIRST
      *    EXTRA LINK GOES ON AN OLD ACCOUNT ITS PRIMARY ROW IS WRITTEN
      *    FROM THE MASTER SO THE LINK FILE SHOWS THE WHOLE PICTURE.
       730-ADD-LINK.
           IF WS-LNK-ROLE = "j" MOVE "J" TO WS-LNK-ROLE END-IF.
           IF WS-LNK-ROLE = "b" MOVE "B" TO WS-LNK-ROLE END-IF.
           IF WS-LNK-ROLE = "s" MOVE "S" TO WS-LNK-ROLE END-IF.
           MOVE WS-LNK-ACC TO ACC-NUM-IN.
           EVALUATE TRUE
               WHEN WS-LNK-ROLE NOT = "J" AND "B" AND "S"
                   MOVE "*** ROLE MUST BE J, B, OR S ***" TO WS-LNK-MSG
               WHEN NOT WS-BANK-OPEN
                   MOVE "*** BANK MASTER NOT AVAILABLE ***"
                       TO WS-LNK-MSG
               WHEN OTHER
                   READ BANK-MST-IN
                       INVALID KEY
                           MOVE "*** ACCOUNT NOT ON BANK MASTER ***"
                               TO WS-LNK-MSG
                       NOT INVALID KEY
                           PERFORM 735-WRITE-NEW-LINK
                   END-READ
           END-EVALUATE.
      *-----------------------------------------------------------------*
       735-WRITE-NEW-LINK.
           IF CUST-NUM-IN = CUST-NUM-OUT
               MOVE "*** CUSTOMER IS ALREADY THE PRIMARY OWNER ***"
                   TO WS-LNK-MSG
           ELSE
               IF CUST-NUM-IN NOT = SPACES
                   MOVE ACC-NUM-IN TO REL-ACC-NUM
                   MOVE CUST-NUM-IN TO REL-CUST-NUM
                   MOVE "P" TO REL-ROLE
                   MOVE WS-RUN-DATE-NUM TO REL-ADD-DATE
                   MOVE WS-OPERATOR-ID TO REL-OPERATOR
                   WRITE REL-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               MOVE ACC-NUM-IN TO REL-ACC-NUM
               MOVE CUST-NUM-OUT TO REL-CUST-NUM
               MOVE WS-LNK-ROLE TO REL-ROLE
               MOVE WS-RUN-DATE-NUM TO REL-ADD-DATE
               MOVE WS-OPERATOR-ID TO REL-OPERATOR
               WRITE REL-REC
                   INVALID KEY
                       MOVE "*** ALREADY LINKED - DELETE IT FIRST ***"
                           TO WS-LNK-MSG
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "LINK ADDED" TO WS-LNK-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------*
       740-DELETE-LINK.
           MOVE WS-LNK-ACC TO REL-ACC-NUM.
           MOVE CUST-NUM-OUT TO REL-CUST-NUM.
           READ REL-FILE
               INVALID KEY
                   MOVE "*** CUSTOMER NOT LINKED TO THAT ACCOUNT ***"
                       TO WS-LNK-MSG
               NOT INVALID KEY
                   IF REL-IS-PRIMARY
                       MOVE "*** PRIMARY CHANGES IN DSB-ACCT-MAINT ***"
                           TO WS-LNK-MSG
                   ELSE
                       DELETE REL-FILE RECORD
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "LINK DELETED" TO WS-LNK-MSG
                   END-IF
           END-READ.

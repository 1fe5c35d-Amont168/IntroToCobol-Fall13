      *        MODE OPENS NEW ACCOUNTS (NAME, TYPE, CUSTOMER LINK,
      *        OPENING BALANCE) NOW THAT THE MASTER IS INDEXED AND
      *        CANNOT BE HAND-EDITED; TYPE AND CUSTOMER ARE ALSO
      *        KEYABLE ON THE MAINTENANCE DETAIL. THE DETAIL ALSO
      *        SHOWS THE AVAILABLE BALANCE AND THE ACTIVE DEPOSIT
      *        HOLDS FROM DSB-DEP-HOLDS.TXT WITH THEIR RELEASE DATES,
      *        SO THE WINDOW CAN EXPLAIN WHY FUNDS ARE NOT SPENDABLE.
      *        A (R)ELATIONSHIPS MODE MAINTAINS THE ACCOUNT-TO-
      *        CUSTOMER LINKS ON DSB-ACCT-REL.TXT - JOINT OWNERS, POD
      *        BENEFICIARIES, AND AUTHORIZED SIGNERS. THE PRIMARY
      *        OWNER IS ALWAYS THE CUSTOMER ON THE MASTER; ADDING AN
      *        ACCOUNT OR CHANGING ITS CUSTOMER KEEPS THE PRIMARY
      *        LINK IN STEP. TYPE "T" FLAGS THE FIRM TRUST ACCOUNT AS
      *        IOLTA - ITS INTEREST IS REMITTED MONTHLY TO THE STATE
      *        BAR FOUNDATION BY DSB-IOLTA-REMIT. A (C)ONTACTS MODE
      *        OPENS DSB-CONTACT-VIEW ON ONE OF THE ACCOUNT'S
      *        CUSTOMERS - THE AUTHORIZED CONTACTS LINKED TO IT IN THE
      *        CONTACT DIRECTORY AND THEIR RECENT INTERACTIONS.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS ACC-NUM-OUT
                               FILE STATUS IS WS-MST-STATUS.

       SELECT DEP-HOLD-FILE    ASSIGN "DSB-DEP-HOLDS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DH-KEY
                               FILE STATUS IS WS-DH-STATUS.

       SELECT REL-FILE         ASSIGN "DSB-ACCT-REL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REL-KEY
                               ALTERNATE RECORD KEY IS REL-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

      ******************************************************************
       DATA DIVISION.

               88  ACC-FROZEN-OUT                  VALUE "F".
           03  ACC-TYPE-OUT            PIC X.
               88  ACC-IS-CD-OUT                   VALUE "C".
               88  ACC-IS-IOLTA-OUT                VALUE "T".
           03  CUST-NUM-OUT            PIC X(5).
           03  ACC-LINKED-OUT          PIC X(5).
           03  CD-TERM-OUT             PIC 9(3).
           03  CD-RATE-OUT             PIC V9(4).
           03  CD-ROLLOVER-OUT         PIC X.
           03  ACC-BRANCH-OUT          PIC X(2).
           03  ACC-AVAIL-BLNC-OUT       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-OUT        PIC 9(8).

       FD  DEP-HOLD-FILE.
       01  DEP-HOLD-REC.
           03  DH-KEY.
               05  DH-ACC-NUM          PIC X(5).
               05  DH-DEP-DATE         PIC 9(8).
               05  DH-SEQ              PIC 9(3).
           03  DH-AMOUNT               PIC 9(6)V99.
           03  DH-RELEASE-DATE         PIC 9(8).
           03  DH-OPERATOR             PIC X(10).

      *    ONE ROW PER ACCOUNT/CUSTOMER PAIR. THE "P" ROW ALWAYS
      *    MATCHES CUST-NUM-OUT ON THE MASTER; AN ACCOUNT WITH NO ROWS
      *    AT ALL IS OWNED BY ITS MASTER CUSTOMER ALONE.
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

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CD-WORK-MNTH             PIC 9(4).

       01  WS-DISP-BALANCE             PIC -ZZZ,ZZ9.99.
       01  WS-DISP-AVAIL               PIC -ZZZ,ZZ9.99.

      *    ACTIVE HOLDS FOR THE INQUIRY - THE FIRST FOUR ARE LISTED
      *    ON THE DETAIL AND THE COUNT SHOWS IF THERE ARE MORE. A
      *    HOLD WHOSE RELEASE DATE HAS ARRIVED IS NOT SHOWN EVEN IF
      *    THE NIGHTLY RUN HAS NOT YET TAKEN IT OFF THE FILE.
       01  WS-DH-STATUS                PIC XX.
       01  WS-DH-OPEN-FLAG             PIC X VALUE "N".
           88  WS-DH-OPEN                    VALUE "Y".
       01  WS-DH-EOF-FLAG              PIC X VALUE "N".
           88  WS-DH-EOF                     VALUE "Y".
       01  WS-HOLD-CNT                 PIC 9(3) VALUE ZERO.
       01  WS-HELD-AMT                 PIC 9(8)V99 VALUE ZERO.
       01  WS-AVAIL-BLNC               PIC S9(8)V99 VALUE ZERO.
       01  WS-HOLD-LINES.
           03  WS-HOLD-LINE            PIC X(50) OCCURS 4 TIMES.
       01  WS-HOLD-ROW.
           03  HL-DEP-DATE             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  HL-AMOUNT               PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(11) VALUE "  RELEASES ".
           03  HL-RELEASE-DATE         PIC 9(8).

      *    CUSTOMER LINKS FOR THE RELATIONSHIPS MODE - THE FIRST EIGHT
      *    ARE LISTED AND THE COUNT SHOWS IF THERE ARE MORE.
       01  WS-REL-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-CUST-FOUND-FLAG          PIC X VALUE "N".
           88  WS-CUST-FOUND                 VALUE "Y".
       01  WS-REL-EOF-FLAG             PIC X VALUE "N".
           88  WS-REL-EOF                    VALUE "Y".
       01  WS-OLD-CUST-NUM             PIC X(5).
       01  WS-REL-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-REL-LINES.
           03  WS-REL-LINE             PIC X(50) OCCURS 8 TIMES.
       01  WS-REL-ROW.
           03  RL-CUST-NUM             PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RL-CUST-NAME            PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RL-ROLE-DESC            PIC X(15).
       01  WS-REL-ACTION               PIC X.
       01  WS-REL-CUST                 PIC X(5).
       01  WS-REL-ROLE                 PIC X.
       01  WS-REL-MSG                  PIC X(50).

      *    THE CUSTOMER AS HANDED TO THE LINKED-CONTACTS WINDOW - THE
      *    PRIMARY OWNER UNLESS THE OPERATOR KEYS ANOTHER.
       01  WS-CV-SYSTEM                PIC X VALUE "B".
       01  WS-CV-CUST                  PIC X(5).
       01  WS-CV-NAME                  PIC X(30).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ACCT-MAINT".
       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD NEW ACCOUNT, (M)AINTAIN, (R)ELATIONSHIPS,".
           03  LINE 06 COL 20  VALUE
               "OR (C)ONTACTS LINKED TO A CUSTOMER?".
           03  LINE 07 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "ACCOUNT".
           03  LINE 10 COL 22  PIC X(5) USING CUST-NUM-OUT AUTO.
           03  LINE 10 COL 40  VALUE   "LINKED".
           03  LINE 10 COL 48  PIC X(5) USING ACC-LINKED-OUT AUTO.
           03  LINE 07 COL 40  VALUE   "AVAILABLE".
           03  LINE 07 COL 51  PIC -ZZZ,ZZ9.99 FROM WS-DISP-AVAIL.

       01  SCRN-HOLDS.
           03  LINE 17 COL 11  VALUE   "ACTIVE HOLDS".
           03  LINE 17 COL 25  PIC ZZ9    FROM  WS-HOLD-CNT.
           03  LINE 18 COL 11  PIC X(50)  FROM  WS-HOLD-LINE(1).
           03  LINE 19 COL 11  PIC X(50)  FROM  WS-HOLD-LINE(2).
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-HOLD-LINE(3).
           03  LINE 21 COL 11  PIC X(50)  FROM  WS-HOLD-LINE(4).

       01  SCRN-REL-LIST.
           03  LINE 06 COL 11  VALUE   "NAME".
           03  LINE 06 COL 22  PIC X(10)  FROM  FNAME-OUT.
           03  LINE 06 COL 33  PIC X(10)  FROM  LNAME-OUT.
           03  LINE 08 COL 11  VALUE   "CUSTOMERS ON ACCOUNT".
           03  LINE 08 COL 33  PIC ZZ9    FROM  WS-REL-CNT.
           03  LINE 09 COL 11  PIC X(50)  FROM  WS-REL-LINE(1).
           03  LINE 10 COL 11  PIC X(50)  FROM  WS-REL-LINE(2).
           03  LINE 11 COL 11  PIC X(50)  FROM  WS-REL-LINE(3).
           03  LINE 12 COL 11  PIC X(50)  FROM  WS-REL-LINE(4).
           03  LINE 13 COL 11  PIC X(50)  FROM  WS-REL-LINE(5).
           03  LINE 14 COL 11  PIC X(50)  FROM  WS-REL-LINE(6).
           03  LINE 15 COL 11  PIC X(50)  FROM  WS-REL-LINE(7).
           03  LINE 16 COL 11  PIC X(50)  FROM  WS-REL-LINE(8).

       01  SCRN-REL-ACTION.
           03  LINE 18 COL 11  VALUE
               "(A)DD LINK, (D)ELETE LINK, OR ENTER FOR NO CHANGE".
           03  LINE 18 COL 62  PIC X      TO  WS-REL-ACTION  AUTO.
           03  LINE 19 COL 11  VALUE   "CUSTOMER".
           03  LINE 19 COL 22  PIC X(5)   TO  WS-REL-CUST  AUTO.
           03  LINE 19 COL 30  VALUE   "ROLE (J)OINT (B)POD (S)IGNER".
           03  LINE 19 COL 60  PIC X      TO  WS-REL-ROLE  AUTO.

       01  SCRN-REL-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-REL-MSG.

       01  SCRN-CV-CUST.
           03  LINE 06 COL 11  VALUE   "NAME".
           03  LINE 06 COL 22  PIC X(10)  FROM  FNAME-OUT.
           03  LINE 06 COL 33  PIC X(10)  FROM  LNAME-OUT.
           03  LINE 08 COL 11  VALUE   "CUSTOMER".
           03  LINE 08 COL 22  PIC X(5)   USING WS-CV-CUST  AUTO.
           03  LINE 08 COL 29  VALUE
               "PRIMARY SHOWN - KEY ANOTHER OWNER OR SIGNER".
           03  LINE 09 COL 29  PIC X(30)  FROM  WS-CV-NAME.

       01  SCRN-CV-NO-CUST LINE 10 COL 11
           VALUE "*** CUSTOMER NOT ON CUSTOMER MASTER ***".

       01  SCRN-NEW-STATUS.
           03  LINE 11 COL 11  VALUE
               OPEN I-O MST-OUT
           END-IF.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE-NUM.
           OPEN INPUT DEP-HOLD-FILE.
           IF WS-DH-STATUS = "00"
               MOVE "Y" TO WS-DH-OPEN-FLAG
           END-IF.
           OPEN I-O REL-FILE.
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT REL-FILE
               CLOSE REL-FILE
               OPEN I-O REL-FILE
           END-IF.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           END-IF.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "A"
               WHEN "a"
                   PERFORM 300-ADD-LOOP UNTIL WS-MORE
               WHEN "R"
               WHEN "r"
                   PERFORM 400-REL-LOOP UNTIL WS-MORE
               WHEN "C"
               WHEN "c"
                   PERFORM 450-CONTACT-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-MAINT-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
           IF WS-DH-OPEN
               CLOSE DEP-HOLD-FILE
           END-IF.
           CLOSE REL-FILE.
           IF WS-CUST-OPEN
               CLOSE CUST-MST-IN
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
      *-----------------------------------------------------------------*
       210-CHANGE-STATUS.
           MOVE ACC-BLNC-OUT TO WS-DISP-BALANCE.
           PERFORM 230-LOAD-ACCT-HOLDS.
           COMPUTE WS-AVAIL-BLNC = ACC-BLNC-OUT - WS-HELD-AMT.
           MOVE WS-AVAIL-BLNC TO WS-DISP-AVAIL.
           DISPLAY SCRN-ACCT-DETAIL.
           DISPLAY SCRN-HOLDS.
           MOVE CUST-NUM-OUT TO WS-OLD-CUST-NUM.
           ACCEPT SCRN-ACCT-DETAIL.
           MOVE SPACE TO WS-NEW-STATUS.
           PERFORM 220-ENTER-NEW-STATUS
               MOVE WS-NEW-STATUS TO ACC-STATUS-OUT
               REWRITE REC-OUT
               ADD 1 TO WS-TRANS-CNTR
               IF CUST-NUM-OUT NOT = WS-OLD-CUST-NUM
                   PERFORM 240-MOVE-PRIMARY-REL
               END-IF
               DISPLAY SCRN-APPLIED
           ELSE
               DISPLAY SCRN-NOT-APPLIED
           MOVE "01" TO ACC-BRANCH-OUT.
           DISPLAY SCRN-ADD-FIELDS.
           ACCEPT SCRN-ADD-FIELDS.
           MOVE ACC-BLNC-OUT TO ACC-AVAIL-BLNC-OUT.
           MOVE WS-RUN-DATE-NUM TO ACC-OPEN-DATE-OUT.
           IF ACC-IS-CD-OUT
               DISPLAY SCRN-CD-FIELDS
               ACCEPT SCRN-CD-FIELDS
           IF WS-CONFIRM = "Y" OR "y"
               WRITE REC-OUT
               ADD 1 TO WS-TRANS-CNTR
               IF CUST-NUM-OUT NOT = SPACES
                   PERFORM 320-WRITE-PRIMARY-REL
               END-IF
               DISPLAY SCRN-ADDED
           ELSE
               DISPLAY SCRN-NOT-APPLIED
           COMPUTE CD-MAT-DATE-OUT =
               (WS-CD-WORK-YR * 10000) + (WS-CD-WORK-MNTH * 100)
               + WS-RD-DY.
      *-----------------------------------------------------------------*
      *    THE MASTER'S CUSTOMER IS THE PRIMARY OWNER. A CUSTOMER WHO
      *    WAS ALREADY LINKED IN ANOTHER ROLE IS PROMOTED IN PLACE.
       320-WRITE-PRIMARY-REL.
           MOVE ACC-NUM-OUT TO REL-ACC-NUM.
           MOVE CUST-NUM-OUT TO REL-CUST-NUM.
           READ REL-FILE
               INVALID KEY
                   MOVE "P" TO REL-ROLE
                   MOVE WS-RUN-DATE-NUM TO REL-ADD-DATE
                   MOVE WS-OPERATOR-ID TO REL-OPERATOR
                   WRITE REL-REC
               NOT INVALID KEY
                   IF NOT REL-IS-PRIMARY
                       MOVE "P" TO REL-ROLE
                       MOVE WS-OPERATOR-ID TO REL-OPERATOR
                       REWRITE REL-REC
                   END-IF
           END-READ.
      *-----------------------------------------------------------------*
       305-ENTER-NEW-ID.
           DISPLAY SCRN-ID.
           IF WS-NEW-STATUS NOT = "O" AND "C" AND "F"
               DISPLAY SCRN-BAD-STATUS
           END-IF.
      *-----------------------------------------------------------------*
      *    A NEW CUSTOMER ON THE DETAIL IS A CHANGE OF PRIMARY OWNER -
      *    THE OLD PRIMARY LINK GOES AND THE NEW ONE IS WRITTEN. IF
      *    THE OLD OWNER STAYS ON THE ACCOUNT AS A JOINT OWNER, THE
      *    RELATIONSHIPS MODE ADDS THEM BACK IN THAT ROLE.
       240-MOVE-PRIMARY-REL.
           IF WS-OLD-CUST-NUM NOT = SPACES
               MOVE ACC-NUM-OUT TO REL-ACC-NUM
               MOVE WS-OLD-CUST-NUM TO REL-CUST-NUM
               READ REL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REL-IS-PRIMARY
                           DELETE REL-FILE RECORD
                       END-IF
               END-READ
           END-IF.
           IF CUST-NUM-OUT NOT = SPACES
               PERFORM 320-WRITE-PRIMARY-REL
           END-IF.
      *-----------------------------------------------------------------*
      *    THE HOLD FILE IS KEYED ACCOUNT + DEPOSIT DATE + SEQUENCE,
      *    SO ONE ACCOUNT'S HOLDS ARE A START AND A SHORT READ-NEXT.
       230-LOAD-ACCT-HOLDS.
           MOVE ZERO TO WS-HOLD-CNT WS-HELD-AMT.
           MOVE SPACES TO WS-HOLD-LINES.
           IF WS-DH-OPEN
               MOVE "N" TO WS-DH-EOF-FLAG
               MOVE ACC-NUM-OUT TO DH-ACC-NUM
               MOVE ZERO TO DH-DEP-DATE DH-SEQ
               START DEP-HOLD-FILE KEY NOT < DH-KEY
                   INVALID KEY MOVE "Y" TO WS-DH-EOF-FLAG
               END-START
               IF NOT WS-DH-EOF
                   READ DEP-HOLD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-DH-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-DH-EOF OR DH-ACC-NUM NOT = ACC-NUM-OUT
                   IF DH-RELEASE-DATE > WS-RUN-DATE-NUM
                       PERFORM 235-LIST-ONE-HOLD
                   END-IF
                   READ DEP-HOLD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-DH-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
       235-LIST-ONE-HOLD.
           ADD 1 TO WS-HOLD-CNT.
           ADD DH-AMOUNT TO WS-HELD-AMT.
           IF WS-HOLD-CNT <= 4
               MOVE DH-DEP-DATE TO HL-DEP-DATE
               MOVE DH-AMOUNT TO HL-AMOUNT
               MOVE DH-RELEASE-DATE TO HL-RELEASE-DATE
               MOVE WS-HOLD-ROW TO WS-HOLD-LINE(WS-HOLD-CNT)
           END-IF.
      *-----------------------------------------------------------------*
      *    RELATIONSHIPS MODE - THE OPERATOR KEYS THE ACCOUNT, SEES WHO
      *    IS ON IT, AND ADDS OR DELETES ONE LINK AT A TIME. THE
      *    PRIMARY IS CHANGED ONLY THROUGH THE CUSTOMER FIELD ON THE
      *    MAINTENANCE DETAIL SO THE MASTER AND THE LINKS AGREE.
       400-REL-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 410-MAINT-RELS
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       410-MAINT-RELS.
           PERFORM 420-LOAD-ACCT-RELS.
           DISPLAY SCRN-REL-LIST.
           MOVE SPACES TO WS-REL-ACTION WS-REL-CUST WS-REL-ROLE.
           DISPLAY SCRN-REL-ACTION.
           ACCEPT SCRN-REL-ACTION.
           EVALUATE WS-REL-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM 430-ADD-REL
               WHEN "D"
               WHEN "d"
                   PERFORM 440-DELETE-REL
               WHEN OTHER
                   MOVE "NO LINK CHANGED" TO WS-REL-MSG
           END-EVALUATE.
           PERFORM 420-LOAD-ACCT-RELS.
           DISPLAY SCRN-REL-LIST.
           DISPLAY SCRN-REL-MSG.
      *-----------------------------------------------------------------*
      *    THE LINK FILE IS KEYED ACCOUNT + CUSTOMER, SO ONE ACCOUNT'S
      *    LINKS ARE A START AND A SHORT READ-NEXT. AN ACCOUNT OPENED
      *    BEFORE THE LINK FILE HAS NO ROWS - ITS MASTER CUSTOMER IS
      *    SHOWN AS THE PRIMARY.
       420-LOAD-ACCT-RELS.
           MOVE ZERO TO WS-REL-CNT.
           MOVE SPACES TO WS-REL-LINES.
           MOVE "N" TO WS-REL-EOF-FLAG.
           MOVE ACC-NUM-OUT TO REL-ACC-NUM.
           MOVE LOW-VALUES TO REL-CUST-NUM.
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY MOVE "Y" TO WS-REL-EOF-FLAG
           END-START.
           IF NOT WS-REL-EOF
               READ REL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-REL-EOF OR REL-ACC-NUM NOT = ACC-NUM-OUT
               PERFORM 425-LIST-ONE-REL
               READ REL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-PERFORM.
           IF WS-REL-CNT = ZERO AND CUST-NUM-OUT NOT = SPACES
               MOVE CUST-NUM-OUT TO REL-CUST-NUM
               MOVE "P" TO REL-ROLE
               PERFORM 425-LIST-ONE-REL
           END-IF.
      *-----------------------------------------------------------------*
       425-LIST-ONE-REL.
           ADD 1 TO WS-REL-CNT.
           IF WS-REL-CNT <= 8
               MOVE REL-CUST-NUM TO RL-CUST-NUM
               MOVE SPACES TO RL-CUST-NAME
               IF WS-CUST-OPEN
                   MOVE REL-CUST-NUM TO CUST-NUM-MST
                   READ CUST-MST-IN
                       INVALID KEY
                           MOVE "** NOT ON FILE **" TO RL-CUST-NAME
                       NOT INVALID KEY
                           MOVE CUST-NAME-MST TO RL-CUST-NAME
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN REL-IS-PRIMARY
                       MOVE "PRIMARY OWNER" TO RL-ROLE-DESC
                   WHEN REL-IS-JOINT
                       MOVE "JOINT OWNER" TO RL-ROLE-DESC
                   WHEN REL-IS-POD
                       MOVE "POD BENEFICIARY" TO RL-ROLE-DESC
                   WHEN REL-IS-SIGNER
                       MOVE "AUTH SIGNER" TO RL-ROLE-DESC
                   WHEN OTHER
                       MOVE REL-ROLE TO RL-ROLE-DESC
               END-EVALUATE
               MOVE WS-REL-ROW TO WS-REL-LINE(WS-REL-CNT)
           END-IF.
      *-----------------------------------------------------------------*
       430-ADD-REL.
           IF WS-REL-ROLE = "j" MOVE "J" TO WS-REL-ROLE END-IF.
           IF WS-REL-ROLE = "b" MOVE "B" TO WS-REL-ROLE END-IF.
           IF WS-REL-ROLE = "s" MOVE "S" TO WS-REL-ROLE END-IF.
           EVALUATE TRUE
               WHEN WS-REL-CUST = SPACES
                   MOVE "*** CUSTOMER NUMBER REQUIRED ***" TO WS-REL-MSG
               WHEN WS-REL-ROLE NOT = "J" AND "B" AND "S"
                   MOVE "*** ROLE MUST BE J, B, OR S ***" TO WS-REL-MSG
               WHEN WS-REL-CUST = CUST-NUM-OUT
                   MOVE "*** CUSTOMER IS ALREADY THE PRIMARY OWNER ***"
                       TO WS-REL-MSG
               WHEN OTHER
                   PERFORM 435-WRITE-NEW-REL
           END-EVALUATE.
      *-----------------------------------------------------------------*
       435-WRITE-NEW-REL.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF WS-CUST-OPEN
               MOVE WS-REL-CUST TO CUST-NUM-MST
               READ CUST-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-CUST-FOUND
               MOVE "*** CUSTOMER NOT ON CUSTOMER MASTER ***"
                   TO WS-REL-MSG
           ELSE
               IF CUST-NUM-OUT NOT = SPACES
                   PERFORM 320-WRITE-PRIMARY-REL
               END-IF
               MOVE ACC-NUM-OUT TO REL-ACC-NUM
               MOVE WS-REL-CUST TO REL-CUST-NUM
               MOVE WS-REL-ROLE TO REL-ROLE
               MOVE WS-RUN-DATE-NUM TO REL-ADD-DATE
               MOVE WS-OPERATOR-ID TO REL-OPERATOR
               WRITE REL-REC
                   INVALID KEY
                       MOVE "*** ALREADY LINKED - DELETE IT FIRST ***"
                           TO WS-REL-MSG
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "LINK ADDED" TO WS-REL-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------*
       440-DELETE-REL.
           MOVE ACC-NUM-OUT TO REL-ACC-NUM.
           MOVE WS-REL-CUST TO REL-CUST-NUM.
           READ REL-FILE
               INVALID KEY
                   MOVE "*** CUSTOMER NOT LINKED TO THIS ACCOUNT ***"
                       TO WS-REL-MSG
               NOT INVALID KEY
                   IF REL-IS-PRIMARY
                       MOVE "*** CHANGE THE PRIMARY ON THE DETAIL ***"
                           TO WS-REL-MSG
                   ELSE
                       DELETE REL-FILE RECORD
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "LINK DELETED" TO WS-REL-MSG
                   END-IF
           END-READ.
      *-----------------------------------------------------------------*
       450-CONTACT-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 460-SHOW-CONTACTS
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE CONTACTS WINDOW CLEARS THE SCREEN, SO THE ACCOUNT IS
      *    PUT BACK UP WHEN IT RETURNS.
       460-SHOW-CONTACTS.
           MOVE CUST-NUM-OUT TO WS-CV-CUST.
           MOVE SPACES TO WS-CV-NAME.
           DISPLAY SCRN-CV-CUST.
           ACCEPT SCRN-CV-CUST.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF WS-CUST-OPEN AND WS-CV-CUST NOT = SPACES
               MOVE WS-CV-CUST TO CUST-NUM-MST
               READ CUST-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND-FLAG
                       MOVE CUST-NAME-MST TO WS-CV-NAME
               END-READ
           END-IF.
           IF NOT WS-CUST-FOUND
               DISPLAY SCRN-CV-NO-CUST
           ELSE
               CALL "DSB-CONTACT-VIEW" USING WS-CV-SYSTEM WS-CV-CUST
                   WS-CV-NAME
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-CV-CUST
           END-IF.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-BNOTICE-ENTRY
      *    PURPOSE: INTAKE SCREEN FOR IRS B-NOTICES (CP2100 "NAME/TIN
      *        MISMATCH" LISTINGS) AGAINST THE BANK CUSTOMER MASTER
      *        (MT-CUST-MST.TXT). THE OPERATOR KEYS THE CUSTOMER NAMED
      *        ON THE IRS LISTING AND RECORDS A (1)ST OR (2)ND NOTICE -
      *        THE CUSTOMER IS FLAGGED WITH THE NOTICE AND ITS DATE,
      *        THEIR W-9 GOES BACK TO UNCERTIFIED, AND THE REQUIRED
      *        SOLICITATION LETTER IS WRITTEN TO
      *        MT-BNOTICE-LETTERS.TXT FOR MAILING. FROM THE NEXT
      *        POSTING DB-MID-TERM-2 TAKES BACKUP WITHHOLDING FROM THE
      *        CUSTOMER'S INTEREST.
      *    WHEN THE CUSTOMER ANSWERS, (C)ERTIFIED W-9 RECEIVED TAKES
      *        THE TIN FROM THE SIGNED W-9 (KEYED BLIND - BLANK KEEPS
      *        THE NUMBER ON FILE), MARKS THE W-9 CERTIFIED, AND
      *        CLEARS THE FLAG SO WITHHOLDING STOPS. A SECOND NOTICE
      *        SHOULD ONLY BE CLEARED ONCE THE SSA OR IRS VALIDATION
      *        THE LETTER ASKS FOR IS IN HAND.
      *    THE TIN SHOWS MASKED THROUGH DSB-TIN-MASK UNLESS THE
      *        OPERATOR IS AUTHORIZED FOR "DSB-TIN-VIEW", AND IS
      *        ALWAYS MASKED ON THE LETTER. EVERY NOTICE AND CLEARANCE
      *        WRITES ONE LINE TO THE AUDIT TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-BNOTICE-ENTRY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CUST-MST         ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT LETTER-OUT       ASSIGN "MT-BNOTICE-LETTERS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LTR-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CUST-MST.
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
               88  CUST-TIN-IS-EIN                 VALUE "E".
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
               88  CUST-NO-BNOTICE                 VALUE SPACE.
               88  CUST-FIRST-BNOTICE              VALUE "1".
               88  CUST-SECOND-BNOTICE             VALUE "2".
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  LETTER-OUT.
       01  LETTER-REC                  PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CUST-STATUS              PIC XX.
       01  WS-LTR-STATUS               PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-NOTICE-DATE              PIC 9(8).
       01  WS-NOTICE-DATE-BRK REDEFINES WS-NOTICE-DATE.
           03  WS-ND-YR                PIC 9(4).
           03  WS-ND-MNTH              PIC 9(2).
           03  WS-ND-DY                PIC 9(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-CUST-NUM                 PIC X(5).
       01  WS-ACTION                   PIC X.
       01  WS-NEW-TIN                  PIC X(9).
       01  WS-NEW-TIN-TYPE             PIC X.
       01  WS-BN-MSG                   PIC X(50) VALUE SPACES.

      *    TAXPAYER ID VIEWING RIGHTS AND ITS DISPLAY FORM - THE
      *    LETTER ALWAYS GETS THE MASKED FORM.
       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-TIN-VIEW".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-MASK-ONLY-FLAG           PIC X VALUE "N".
       01  WS-TIN-DISPLAY              PIC X(11).

      *    THE SOLICITATION LETTER. THE FIRST NOTICE ASKS FOR A NEW
      *    SIGNED W-9; THE SECOND, UNDER IRS RULES, ASKS FOR THE
      *    NUMBER TO BE VALIDATED BY THE SSA (SSN) OR IRS (EIN).
       01  WS-LTR-DATE-LINE.
           03  FILLER                  PIC X(50) VALUE SPACES.
           03  LTR-MNTH                PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-DY                  PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-YR                  PIC 9(4).

       01  WS-LTR-ADDR-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-ADDR                PIC X(40).

       01  WS-LTR-CITY-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-CITY                PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  LTR-STATE               PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LTR-ZIP                 PIC X(5).

       01  WS-LTR-REF-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(19)
                               VALUE "CUSTOMER NUMBER:  ".
           03  LTR-CUST                PIC X(5).
           03  FILLER                  PIC X(12)
                               VALUE "   TIN:     ".
           03  LTR-TIN                 PIC X(11).

       01  WS-LTR-TITLE-1              PIC X(60) VALUE
           "     IMPORTANT TAX NOTICE - FIRST B-NOTICE".
       01  WS-LTR-TITLE-2              PIC X(60) VALUE
           "     IMPORTANT TAX NOTICE - SECOND B-NOTICE".

       01  WS-LTR-TEXT-COMMON.
           03  FILLER                  PIC X(65) VALUE
           "     THE INTERNAL REVENUE SERVICE HAS NOTIFIED US THAT THE".
           03  FILLER                  PIC X(65) VALUE
           "     NAME AND TAXPAYER IDENTIFICATION NUMBER (TIN) ON YOUR".
           03  FILLER                  PIC X(65) VALUE
           "     ACCOUNT DO NOT MATCH ITS RECORDS. UNTIL THIS IS".
           03  FILLER                  PIC X(65) VALUE
           "     CORRECTED WE ARE REQUIRED TO WITHHOLD 24 PERCENT OF".
           03  FILLER                  PIC X(65) VALUE
           "     THE INTEREST PAID ON YOUR ACCOUNTS (BACKUP".
           03  FILLER                  PIC X(65) VALUE
           "     WITHHOLDING) AND SEND IT TO THE IRS.".
       01  WS-LTR-COMMON-TBL REDEFINES WS-LTR-TEXT-COMMON.
           03  WS-LTR-COMMON-LINE      PIC X(65) OCCURS 6 TIMES.

       01  WS-LTR-TEXT-FIRST.
           03  FILLER                  PIC X(65) VALUE
           "     TO STOP OR AVOID WITHHOLDING, COMPLETE, SIGN, AND".
           03  FILLER                  PIC X(65) VALUE
           "     RETURN THE ENCLOSED FORM W-9 WITH YOUR CORRECT NAME".
           03  FILLER                  PIC X(65) VALUE
           "     AND TIN WITHIN 30 BUSINESS DAYS OF THE DATE ABOVE.".
       01  WS-LTR-FIRST-TBL REDEFINES WS-LTR-TEXT-FIRST.
           03  WS-LTR-FIRST-LINE       PIC X(65) OCCURS 3 TIMES.

       01  WS-LTR-TEXT-SECOND.
           03  FILLER                  PIC X(65) VALUE
           "     THIS IS THE SECOND NOTICE IN THREE YEARS. A NEW W-9".
           03  FILLER                  PIC X(65) VALUE
           "     ALONE IS NOT ENOUGH - PLEASE OBTAIN VALIDATION OF".
           03  FILLER                  PIC X(65) VALUE
           "     YOUR NUMBER FROM THE SOCIAL SECURITY ADMINISTRATION".
           03  FILLER                  PIC X(65) VALUE
           "     (SSN) OR THE IRS (EIN) AND BRING OR MAIL IT TO US".
           03  FILLER                  PIC X(65) VALUE
           "     WITHIN 30 BUSINESS DAYS OF THE DATE ABOVE.".
       01  WS-LTR-SECOND-TBL REDEFINES WS-LTR-TEXT-SECOND.
           03  WS-LTR-SECOND-LINE      PIC X(65) OCCURS 5 TIMES.

       01  WS-LTR-IDX                  PIC 9.
       01  BLANK-LINE                  PIC X VALUE SPACE.
       01  WS-LTR-BREAK-LINE           PIC X(80) VALUE ALL "-".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-BNOTICE-ENTRY".
       01  WS-NOTICE-LOG-NAME          PIC X(20).
       01  WS-NOTICE-STATUS            PIC X(8).
       01  WS-ONE-NOTICE               PIC 9(7) VALUE 1.
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
       01  WS-NOTICE-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-CLEAR-CNTR               PIC 9(7) VALUE ZERO.

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

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-BNOTICE-ENTRY".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 29  VALUE   "IRS B-NOTICE INTAKE".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "CUST NO".
           03  LINE 04 COL 16  PIC X(5)    TO  WS-CUST-NUM  AUTO.

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** CUSTOMER NOT FOUND ON FILE ***".

       01  SCRN-CUST.
           03  LINE 06 COL 11  VALUE   "NAME".
           03  LINE 06 COL 27  PIC X(20)  FROM  CUST-NAME-MST.
           03  LINE 07 COL 11  VALUE   "STREET".
           03  LINE 07 COL 27  PIC X(25)  FROM  CUST-STREET-MST.
           03  LINE 08 COL 11  VALUE   "CITY ST ZIP".
           03  LINE 08 COL 27  PIC X(20)  FROM  CUST-CITY-MST.
           03  LINE 08 COL 48  PIC X(2)   FROM  CUST-STATE-MST.
           03  LINE 08 COL 51  PIC X(5)   FROM  CUST-ZIP-MST.
           03  LINE 10 COL 11  VALUE   "TAXPAYER ID".
           03  LINE 10 COL 27  PIC X(11)  FROM  WS-TIN-DISPLAY.
           03  LINE 10 COL 40  VALUE   "TYPE (S/E)".
           03  LINE 10 COL 51  PIC X      FROM  CUST-TIN-TYPE-MST.
           03  LINE 11 COL 11  VALUE   "W-9 (C/U)".
           03  LINE 11 COL 27  PIC X      FROM  CUST-W9-STAT-MST.
           03  LINE 12 COL 11  VALUE   "B-NOTICE".
           03  LINE 12 COL 27  PIC X      FROM  CUST-BNOTICE-MST.
           03  LINE 12 COL 40  VALUE   "RECEIVED".
           03  LINE 12 COL 51  PIC 9(2)   FROM  WS-ND-MNTH.
           03  LINE 12 COL 53  VALUE   "/".
           03  LINE 12 COL 54  PIC 9(2)   FROM  WS-ND-DY.
           03  LINE 12 COL 56  VALUE   "/".
           03  LINE 12 COL 57  PIC 9(4)   FROM  WS-ND-YR.

       01  SCRN-ACTION.
           03  LINE 14 COL 11  VALUE
               "(1)ST NOTICE, (2)ND NOTICE, (C)ERTIFIED W-9 RECEIVED,".
           03  LINE 15 COL 11  VALUE
               "OR ENTER FOR NO CHANGE".
           03  LINE 15 COL 35  PIC X   TO  WS-ACTION  AUTO.

       01  SCRN-W9-TIN.
           03  LINE 17 COL 11  VALUE
               "TIN FROM THE W-9 (BLANK KEEPS THE ONE ON FILE)".
           03  LINE 18 COL 11  PIC X(9)   TO  WS-NEW-TIN  SECURE AUTO.
           03  LINE 18 COL 24  VALUE   "TYPE (S/E)".
           03  LINE 18 COL 35  PIC X      TO  WS-NEW-TIN-TYPE  AUTO.

       01  SCRN-BN-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-BN-MSG.

       01  SCRN-MORE.
           03  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
           03  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

       01  SCRN-NO-MASTER.
           03  BLANK SCREEN.
           03  LINE 12 COL 25  VALUE
               "NO CUSTOMER MASTER ON FILE - NOTHING TO FLAG".

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
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN I-O CUST-MST.
           IF WS-CUST-STATUS = "35"
               DISPLAY SCRN-NO-MASTER
           ELSE
               PERFORM 110-OPEN-LETTERS
               PERFORM 200-NOTICE-LOOP UNTIL WS-MORE
               CLOSE LETTER-OUT
               CLOSE CUST-MST
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           DISPLAY "B-NOTICES RECORDED    = " WS-NOTICE-CNTR.
           DISPLAY "B-NOTICES CLEARED     = " WS-CLEAR-CNTR.
           GOBACK.
      *-----------------------------------------------------------------*
      *    LETTERS ACCUMULATE ACROSS SESSIONS UNTIL THE MAIL ROOM
      *    PRINTS AND EMPTIES THE FILE.
       110-OPEN-LETTERS.
           OPEN EXTEND LETTER-OUT.
           IF WS-LTR-STATUS = "35"
               OPEN OUTPUT LETTER-OUT
           END-IF.
      *-----------------------------------------------------------------*
       200-NOTICE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-CUST-NUM.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE WS-CUST-NUM TO CUST-NUM-MST.
           READ CUST-MST
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 210-TAKE-NOTICE
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-TAKE-NOTICE.
           PERFORM 215-SHOW-CUSTOMER.
           MOVE SPACE TO WS-ACTION.
           MOVE SPACES TO WS-BN-MSG.
           DISPLAY SCRN-ACTION.
           ACCEPT SCRN-ACTION.
           EVALUATE WS-ACTION
               WHEN "1"
               WHEN "2"
                   PERFORM 220-RECORD-NOTICE
               WHEN "C"
               WHEN "c"
                   PERFORM 230-CLEAR-NOTICE
               WHEN OTHER
                   MOVE "NO CHANGE MADE" TO WS-BN-MSG
           END-EVALUATE.
           PERFORM 215-SHOW-CUSTOMER.
           DISPLAY SCRN-BN-MSG.
      *-----------------------------------------------------------------*
       215-SHOW-CUSTOMER.
           CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG CUST-TIN-MST
               CUST-TIN-TYPE-MST WS-TIN-DISPLAY.
           MOVE CUST-BNOTICE-DATE-MST TO WS-NOTICE-DATE.
           DISPLAY SCRN-CUST.
      *-----------------------------------------------------------------*
      *    A NOTICE FLAGS THE CUSTOMER FOR BACKUP WITHHOLDING AND
      *    TAKES BACK ANY W-9 CERTIFICATION - THE IRS HAS JUST SAID
      *    THE NUMBER IS WRONG.
       220-RECORD-NOTICE.
           MOVE WS-ACTION TO CUST-BNOTICE-MST.
           MOVE WS-RUN-DATE TO CUST-BNOTICE-DATE-MST.
           MOVE "U" TO CUST-W9-STAT-MST.
           REWRITE CUST-REC
               INVALID KEY
                   MOVE "*** CUSTOMER REWRITE FAILED ***" TO WS-BN-MSG
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-CNTR
                   ADD 1 TO WS-NOTICE-CNTR
                   PERFORM 240-WRITE-LETTER
                   MOVE "NOTICED" TO WS-NOTICE-STATUS
                   PERFORM 250-LOG-NOTICE
                   MOVE "CUSTOMER FLAGGED - SOLICITATION LETTER WRITTEN"
                       TO WS-BN-MSG
           END-REWRITE.
      *-----------------------------------------------------------------*
      *    A CERTIFIED W-9 ENDS WITHHOLDING - BUT ONLY WITH A TIN ON
      *    FILE TO CERTIFY.
       230-CLEAR-NOTICE.
           MOVE SPACES TO WS-NEW-TIN.
           MOVE CUST-TIN-TYPE-MST TO WS-NEW-TIN-TYPE.
           DISPLAY SCRN-W9-TIN.
           ACCEPT SCRN-W9-TIN.
           INSPECT WS-NEW-TIN-TYPE CONVERTING "se" TO "SE".
           EVALUATE TRUE
               WHEN WS-NEW-TIN NOT = SPACES
                   AND (WS-NEW-TIN NOT NUMERIC
                   OR (WS-NEW-TIN-TYPE NOT = "S" AND "E"))
                   MOVE "*** TIN MUST BE 9 DIGITS, TYPE S OR E ***"
                       TO WS-BN-MSG
               WHEN WS-NEW-TIN = SPACES AND CUST-TIN-MST = SPACES
                   MOVE "*** NO TIN ON FILE - KEY THE W-9 NUMBER ***"
                       TO WS-BN-MSG
               WHEN OTHER
                   IF WS-NEW-TIN NOT = SPACES
                       MOVE WS-NEW-TIN TO CUST-TIN-MST
                       MOVE WS-NEW-TIN-TYPE TO CUST-TIN-TYPE-MST
                   END-IF
                   MOVE "C" TO CUST-W9-STAT-MST
                   MOVE SPACE TO CUST-BNOTICE-MST
                   MOVE ZERO TO CUST-BNOTICE-DATE-MST
                   PERFORM 235-REWRITE-CLEARED
           END-EVALUATE.
      *-----------------------------------------------------------------*
       235-REWRITE-CLEARED.
           REWRITE CUST-REC
               INVALID KEY
                   MOVE "*** CUSTOMER REWRITE FAILED ***" TO WS-BN-MSG
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-CNTR
                   ADD 1 TO WS-CLEAR-CNTR
                   MOVE "W9 CERT" TO WS-NOTICE-STATUS
                   PERFORM 250-LOG-NOTICE
                   MOVE "W-9 CERTIFIED - BACKUP WITHHOLDING STOPS"
                       TO WS-BN-MSG
           END-REWRITE.
      *-----------------------------------------------------------------*
       240-WRITE-LETTER.
           CALL "DSB-TIN-MASK" USING WS-MASK-ONLY-FLAG CUST-TIN-MST
               CUST-TIN-TYPE-MST WS-TIN-DISPLAY.
           MOVE WS-RD-MNTH TO LTR-MNTH.
           MOVE WS-RD-DY TO LTR-DY.
           MOVE WS-RD-YR TO LTR-YR.
           WRITE LETTER-REC FROM WS-LTR-DATE-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE CUST-NAME-MST TO LTR-ADDR.
           WRITE LETTER-REC FROM WS-LTR-ADDR-LINE.
           MOVE CUST-STREET-MST TO LTR-ADDR.
           WRITE LETTER-REC FROM WS-LTR-ADDR-LINE.
           MOVE CUST-CITY-MST TO LTR-CITY.
           MOVE CUST-STATE-MST TO LTR-STATE.
           MOVE CUST-ZIP-MST TO LTR-ZIP.
           WRITE LETTER-REC FROM WS-LTR-CITY-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE CUST-NUM-MST TO LTR-CUST.
           MOVE WS-TIN-DISPLAY TO LTR-TIN.
           WRITE LETTER-REC FROM WS-LTR-REF-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           IF CUST-SECOND-BNOTICE
               WRITE LETTER-REC FROM WS-LTR-TITLE-2
           ELSE
               WRITE LETTER-REC FROM WS-LTR-TITLE-1
           END-IF.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > 6
               WRITE LETTER-REC FROM WS-LTR-COMMON-LINE(WS-LTR-IDX)
           END-PERFORM.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           IF CUST-SECOND-BNOTICE
               PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                       UNTIL WS-LTR-IDX > 5
                   WRITE LETTER-REC
                       FROM WS-LTR-SECOND-LINE(WS-LTR-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                       UNTIL WS-LTR-IDX > 3
                   WRITE LETTER-REC
                       FROM WS-LTR-FIRST-LINE(WS-LTR-IDX)
               END-PERFORM
           END-IF.
           WRITE LETTER-REC FROM WS-LTR-BREAK-LINE.
      *-----------------------------------------------------------------*
      *    ONE AUDIT LINE PER NOTICE OR CLEARANCE, NAMING THE
      *    CUSTOMER, SO THE TRAIL SHOWS WHO FLAGGED OR CLEARED WHOM.
       250-LOG-NOTICE.
           MOVE SPACES TO WS-NOTICE-LOG-NAME.
           STRING "BNOTICE " DELIMITED BY SIZE
               CUST-BNOTICE-MST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-NUM-MST DELIMITED BY SIZE
               INTO WS-NOTICE-LOG-NAME
           END-STRING.
           CALL "DSB-AUDIT-LOG" USING WS-NOTICE-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-NOTICE
               WS-NOTICE-STATUS.

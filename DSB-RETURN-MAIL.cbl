      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-RETURN-MAIL
      *    PURPOSE: RETURNED-MAIL DESK. WHEN THE POST OFFICE SENDS A
      *        PIECE BACK UNDELIVERABLE THE OPERATOR KEYS WHO IT WAS
      *        FOR - (B)ANK CUSTOMER NUMBER, (L)AW CLIENT ID,
      *        (S)TUDENT ID OR LOA(N) NUMBER - SEES THE ADDRESS ON
      *        FILE, AND (F)LAGS IT RETURNED. THE FLAG AND ITS DATE GO
      *        ON THE RECIPIENT'S OWN MASTER (MT-CUST-MST.TXT,
      *        DSB-CLIENT-ADDR.TXT OR THE STUDENT MASTER); A LOAN IS
      *        FLAGGED ON THE CUSTOMER WHO OWNS ITS DRAFT ACCOUNT,
      *        SINCE THAT IS THE ADDRESS ITS NOTICES GO TO.
      *    FROM THAT NIGHT DSB-MAIL-RUN HOLDS EVERYTHING ADDRESSED
      *        THERE AND LISTS IT FOR THE BRANCH TO CALL ABOUT. A NEW
      *        ADDRESS KEYED THROUGH THE MAINTENANCE SCREENS CLEARS THE
      *        FLAG BY ITSELF; (C)LEAR IS FOR AN ADDRESS THE CUSTOMER
      *        HAS CONFIRMED IS GOOD AS IT STANDS. EVERY FLAG AND
      *        CLEAR WRITES ONE LINE TO THE AUDIT TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-RETURN-MAIL.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CUST-MST         ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT BANK-MST         ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ACC-NUM-BNK
                               FILE STATUS IS WS-BANK-STATUS.

       SELECT LOAN-MST         ASSIGN "DSB-LOAN-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS LOAN-NUM-MST
                               FILE STATUS IS WS-LOAN-STATUS.

       SELECT ADDR-IO          ASSIGN "DSB-CLIENT-ADDR.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CAD-CLIENT-ID
                               FILE STATUS IS WS-ADDR-STATUS.

       SELECT STU-MST          ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

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
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  CUST-ADDR-BAD-MST       PIC X.
           03  CUST-ADDR-BAD-DATE-MST  PIC 9(8).

       FD  BANK-MST.
       01  BANK-REC.
           03  ACC-NUM-BNK             PIC X(5).
           03  FILLER                  PIC X(47).
           03  CUST-NUM-BNK            PIC X(5).
           03  FILLER                  PIC X(48).

       FD  LOAN-MST.
       01  LOAN-REC.
           03  LOAN-NUM-MST        PIC X(7).
           03  LOAN-BORROWER       PIC X(20).
           03  LOAN-PRINC          PIC 9(7)V99.
           03  LOAN-INT            PIC 99V999.
           03  LOAN-TRM            PIC 999.
           03  LOAN-BEG-MNTH       PIC 99.
           03  LOAN-BEG-YR         PIC 9999.
           03  LOAN-EXTRA-PRIN     PIC 9(7)V99.
           03  LOAN-ARM-CHG-MNTH   PIC 999.
           03  LOAN-ARM-NEW-RATE   PIC 99V999.
           03  LOAN-ANNL-TAX       PIC 9(7)V99.
           03  LOAN-ANNL-INS       PIC 9(7)V99.
           03  LOAN-QUOTE-YR       PIC 9(4).
           03  LOAN-QUOTE-MNTH     PIC 9(2).
           03  LOAN-QUOTE-DY       PIC 9(2).
           03  LOAN-OPERATOR       PIC X(10).
           03  LOAN-FUND-STATUS    PIC X.
           03  LOAN-ACC-NUM        PIC X(5).
           03  LOAN-LAST-DRAFT     PIC 9(6).
           03  LOAN-CUR-PRINC      PIC 9(7)V99.
           03  LOAN-INT-PAID-YR    PIC 9(7)V99.
           03  LOAN-LAST-INT       PIC 9(5)V99.
           03  LOAN-LAST-PRIN      PIC 9(7)V99.
           03  LOAN-PAID-THRU      PIC 9(6).
           03  LOAN-PD-MONTHS      PIC 9(2).
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

       FD  ADDR-IO.
           COPY DSB-CLIENT-ADDR.

       FD  STU-MST.
       01  STU-REC.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  STR-LOC-IN              PIC X(25).
           03  CTY-LOC-IN              PIC X(20).
           03  ST-LOC-IN               PIC X(2).
           03  ZIP-LOC-IN              PIC X(5).
           03  STR-PRM-IN              PIC X(25).
           03  CTY-PRM-IN              PIC X(20).
           03  ST-PRM-IN               PIC X(2).
           03  ZIP-PRM-IN              PIC X(5).
           03  FILLER                  PIC X(182).
           03  ADDR-BAD-IN             PIC X.
           03  ADDR-BAD-DATE-IN        PIC 9(8).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CUST-STATUS              PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-LOAN-STATUS              PIC XX.
       01  WS-ADDR-STATUS              PIC XX.
       01  WS-STU-STATUS               PIC XX.

      *    A MASTER THAT WILL NOT OPEN JUST MEANS ITS RECIPIENTS
      *    CANNOT BE FLAGGED THIS SESSION.
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-BANK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-BANK-OPEN                  VALUE "Y".
       01  WS-LOAN-OPEN-FLAG           PIC X VALUE "N".
           88  WS-LOAN-OPEN                  VALUE "Y".
       01  WS-ADDR-OPEN-FLAG           PIC X VALUE "N".
           88  WS-ADDR-OPEN                  VALUE "Y".
       01  WS-STU-OPEN-FLAG            PIC X VALUE "N".
           88  WS-STU-OPEN                   VALUE "Y".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-SYSTEM                   PIC X.
           88  WS-SYS-BANK                   VALUE "B".
           88  WS-SYS-LAW                    VALUE "L".
           88  WS-SYS-STUDENT                VALUE "S".
           88  WS-SYS-LOAN                   VALUE "N".
       01  WS-RECIP-ID                 PIC X(7).
       01  WS-ACTION                   PIC X.
       01  WS-RM-MSG                   PIC X(50) VALUE SPACES.

      *    THE RECORD FOUND, WHATEVER MASTER IT CAME FROM.
       01  WS-FOUND-FLAG               PIC X.
           88  WS-FOUND                      VALUE "Y".
       01  WS-FLAG-ON                  PIC X.
           88  WS-FLAG-SYS-BANK              VALUE "B".
           88  WS-FLAG-SYS-LAW               VALUE "L".
           88  WS-FLAG-SYS-STUDENT           VALUE "S".
       01  WS-FLAG-ID                  PIC X(7).
       01  WS-RM-NAME                  PIC X(30).
       01  WS-RM-STREET                PIC X(25).
       01  WS-RM-CITY                  PIC X(20).
       01  WS-RM-STATE                 PIC X(2).
       01  WS-RM-ZIP                   PIC X(5).
       01  WS-RM-VIA                   PIC X(30).
       01  WS-RM-BAD                   PIC X.
           88  WS-RM-IS-BAD                  VALUE "Y".
       01  WS-RM-BAD-DATE              PIC 9(8).
       01  WS-RM-BAD-DATE-BRK REDEFINES WS-RM-BAD-DATE.
           03  WS-BD-YR                PIC 9(4).
           03  WS-BD-MNTH              PIC 9(2).
           03  WS-BD-DY                PIC 9(2).
       01  WS-RM-BAD-DESC              PIC X(14).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-RETURN-MAIL".
       01  WS-RM-LOG-NAME              PIC X(20).
       01  WS-RM-STATUS                PIC X(8).
       01  WS-ONE-ACTION               PIC 9(7) VALUE 1.
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
       01  WS-FLAG-CNTR                PIC 9(7) VALUE ZERO.
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
           03  LINE 01 COL 01  VALUE   "DSB-RETURN-MAIL".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 32  VALUE   "RETURNED MAIL".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE
               "(B)ANK CUST, (L)AW CLIENT, (S)TUDENT, LOA(N)".
           03  LINE 04 COL 52  PIC X       TO  WS-SYSTEM    AUTO.
           03  LINE 05 COL 06  VALUE   "ID".
           03  LINE 05 COL 16  PIC X(7)    TO  WS-RECIP-ID  AUTO.

       01  SCRN-RECIP.
           03  LINE 07 COL 11  VALUE   "NAME".
           03  LINE 07 COL 27  PIC X(30)  FROM  WS-RM-NAME.
           03  LINE 08 COL 11  VALUE   "MAILED VIA".
           03  LINE 08 COL 27  PIC X(30)  FROM  WS-RM-VIA.
           03  LINE 09 COL 11  VALUE   "STREET".
           03  LINE 09 COL 27  PIC X(25)  FROM  WS-RM-STREET.
           03  LINE 10 COL 11  VALUE   "CITY ST ZIP".
           03  LINE 10 COL 27  PIC X(20)  FROM  WS-RM-CITY.
           03  LINE 10 COL 48  PIC X(2)   FROM  WS-RM-STATE.
           03  LINE 10 COL 51  PIC X(5)   FROM  WS-RM-ZIP.
           03  LINE 12 COL 11  VALUE   "MAIL STATUS".
           03  LINE 12 COL 27  PIC X(14)  FROM  WS-RM-BAD-DESC.
           03  LINE 12 COL 42  PIC 9(2)   FROM  WS-BD-MNTH.
           03  LINE 12 COL 44  VALUE   "/".
           03  LINE 12 COL 45  PIC 9(2)   FROM  WS-BD-DY.
           03  LINE 12 COL 47  VALUE   "/".
           03  LINE 12 COL 48  PIC 9(4)   FROM  WS-BD-YR.

       01  SCRN-ACTION.
           03  LINE 14 COL 11  VALUE
               "(F)LAG RETURNED, (C)LEAR - ADDRESS CONFIRMED GOOD,".
           03  LINE 15 COL 11  VALUE
               "OR ENTER FOR NO CHANGE".
           03  LINE 15 COL 35  PIC X   TO  WS-ACTION  AUTO.

       01  SCRN-RM-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-RM-MSG.

       01  SCRN-MORE.
           03  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
           03  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

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
           PERFORM 110-OPEN-FILES.
           PERFORM 200-RETURN-LOOP UNTIL WS-MORE.
           PERFORM 190-CLOSE-FILES.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           DISPLAY "ADDRESSES FLAGGED     = " WS-FLAG-CNTR.
           DISPLAY "ADDRESSES CLEARED     = " WS-CLEAR-CNTR.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-FILES.
           OPEN I-O CUST-MST.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           END-IF.
           OPEN INPUT BANK-MST.
           IF WS-BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-OPEN-FLAG
           END-IF.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN-FLAG
           END-IF.
           OPEN I-O ADDR-IO.
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN-FLAG
           END-IF.
           OPEN I-O STU-MST.
           IF WS-STU-STATUS = "00"
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       190-CLOSE-FILES.
           IF WS-CUST-OPEN
               CLOSE CUST-MST
           END-IF.
           IF WS-BANK-OPEN
               CLOSE BANK-MST
           END-IF.
           IF WS-LOAN-OPEN
               CLOSE LOAN-MST
           END-IF.
           IF WS-ADDR-OPEN
               CLOSE ADDR-IO
           END-IF.
           IF WS-STU-OPEN
               CLOSE STU-MST
           END-IF.
      *-----------------------------------------------------------------*
       200-RETURN-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACE TO WS-SYSTEM.
           MOVE SPACES TO WS-RECIP-ID.
           MOVE SPACES TO WS-RM-MSG.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           INSPECT WS-SYSTEM CONVERTING "blsn" TO "BLSN".
           PERFORM 210-FIND-RECIPIENT.
           IF WS-FOUND
               PERFORM 250-TAKE-ACTION
           END-IF.
           DISPLAY SCRN-RM-MSG.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-FIND-RECIPIENT.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-RM-VIA.
           EVALUATE TRUE
               WHEN WS-SYS-BANK
                   MOVE WS-RECIP-ID TO WS-FLAG-ID
                   PERFORM 220-READ-CUSTOMER
               WHEN WS-SYS-LOAN
                   PERFORM 225-READ-LOAN
               WHEN WS-SYS-LAW
                   PERFORM 230-READ-CLIENT
               WHEN WS-SYS-STUDENT
                   PERFORM 240-READ-STUDENT
               WHEN OTHER
                   MOVE "*** SYSTEM MUST BE B, L, S OR N ***"
                       TO WS-RM-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------*
       220-READ-CUSTOMER.
           IF NOT WS-CUST-OPEN
               MOVE "*** CUSTOMER MASTER NOT AVAILABLE ***"
                   TO WS-RM-MSG
           ELSE
               MOVE WS-FLAG-ID TO CUST-NUM-MST
               READ CUST-MST
                   INVALID KEY
                       MOVE "*** CUSTOMER NOT FOUND ON FILE ***"
                           TO WS-RM-MSG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE "B" TO WS-FLAG-ON
                       MOVE CUST-NAME-MST TO WS-RM-NAME
                       MOVE CUST-STREET-MST TO WS-RM-STREET
                       MOVE CUST-CITY-MST TO WS-RM-CITY
                       MOVE CUST-STATE-MST TO WS-RM-STATE
                       MOVE CUST-ZIP-MST TO WS-RM-ZIP
                       MOVE CUST-ADDR-BAD-MST TO WS-RM-BAD
                       MOVE CUST-ADDR-BAD-DATE-MST TO WS-RM-BAD-DATE
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
      *    A LOAN'S NOTICES GO TO THE CUSTOMER WHO OWNS ITS DRAFT
      *    ACCOUNT, SO THAT CUSTOMER'S ADDRESS IS THE ONE FLAGGED.
       225-READ-LOAN.
           IF NOT WS-LOAN-OPEN OR NOT WS-BANK-OPEN
               MOVE "*** LOAN OR BANK MASTER NOT AVAILABLE ***"
                   TO WS-RM-MSG
           ELSE
               MOVE WS-RECIP-ID TO LOAN-NUM-MST
               READ LOAN-MST
                   INVALID KEY
                       MOVE "*** LOAN NOT FOUND ON FILE ***"
                           TO WS-RM-MSG
                   NOT INVALID KEY
                       MOVE LOAN-ACC-NUM TO ACC-NUM-BNK
                       READ BANK-MST
                           INVALID KEY
                               MOVE "*** LOAN HAS NO DRAFT ACCOUNT ***"
                                   TO WS-RM-MSG
                           NOT INVALID KEY
                               MOVE CUST-NUM-BNK TO WS-FLAG-ID
                               PERFORM 220-READ-CUSTOMER
                       END-READ
               END-READ
               IF WS-FOUND
                   STRING "CUSTOMER " DELIMITED BY SIZE
                       WS-FLAG-ID DELIMITED BY SIZE
                       " FOR LOAN " DELIMITED BY SIZE
                       WS-RECIP-ID DELIMITED BY SIZE
                       INTO WS-RM-VIA
                   END-STRING
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       230-READ-CLIENT.
           IF NOT WS-ADDR-OPEN
               MOVE "*** CLIENT ADDRESS FILE NOT AVAILABLE ***"
                   TO WS-RM-MSG
           ELSE
               MOVE WS-RECIP-ID TO CAD-CLIENT-ID
               READ ADDR-IO
                   INVALID KEY
                       MOVE "*** NO MAILING ADDRESS FOR CLIENT ***"
                           TO WS-RM-MSG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE "L" TO WS-FLAG-ON
                       MOVE CAD-CLIENT-ID TO WS-FLAG-ID
                       MOVE SPACES TO WS-RM-NAME
                       STRING "LAW CLIENT " DELIMITED BY SIZE
                           CAD-CLIENT-ID DELIMITED BY SIZE
                           INTO WS-RM-NAME
                       END-STRING
                       MOVE CAD-STREET TO WS-RM-STREET
                       MOVE CAD-CITY TO WS-RM-CITY
                       MOVE CAD-STATE TO WS-RM-STATE
                       MOVE CAD-ZIP TO WS-RM-ZIP
                       MOVE CAD-ADDR-BAD TO WS-RM-BAD
                       MOVE CAD-ADDR-BAD-DATE TO WS-RM-BAD-DATE
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
      *    STUDENT MAIL GOES TO THE PERMANENT ADDRESS, OR THE LOCAL ONE
      *    WHEN NO PERMANENT ADDRESS IS KEYED - SHOW WHICHEVER IT IS.
       240-READ-STUDENT.
           IF NOT WS-STU-OPEN
               MOVE "*** STUDENT MASTER NOT AVAILABLE ***"
                   TO WS-RM-MSG
           ELSE
               MOVE WS-RECIP-ID TO ID-IN
               READ STU-MST
                   INVALID KEY
                       MOVE "*** STUDENT NOT FOUND ON FILE ***"
                           TO WS-RM-MSG
                   NOT INVALID KEY
                       PERFORM 245-TAKE-STUDENT
               END-READ
           END-IF.
      *-----------------------------------------------------------------*
       245-TAKE-STUDENT.
           MOVE "Y" TO WS-FOUND-FLAG.
           MOVE "S" TO WS-FLAG-ON.
           MOVE ID-IN TO WS-FLAG-ID.
           MOVE SPACES TO WS-RM-NAME.
           STRING FNAME-IN DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LNAME-IN DELIMITED BY SPACE
               INTO WS-RM-NAME
           END-STRING.
           IF STR-PRM-IN NOT = SPACES
               MOVE "PERMANENT ADDRESS" TO WS-RM-VIA
               MOVE STR-PRM-IN TO WS-RM-STREET
               MOVE CTY-PRM-IN TO WS-RM-CITY
               MOVE ST-PRM-IN TO WS-RM-STATE
               MOVE ZIP-PRM-IN TO WS-RM-ZIP
           ELSE
               MOVE "LOCAL ADDRESS" TO WS-RM-VIA
               MOVE STR-LOC-IN TO WS-RM-STREET
               MOVE CTY-LOC-IN TO WS-RM-CITY
               MOVE ST-LOC-IN TO WS-RM-STATE
               MOVE ZIP-LOC-IN TO WS-RM-ZIP
           END-IF.
           MOVE ADDR-BAD-IN TO WS-RM-BAD.
           MOVE ADDR-BAD-DATE-IN TO WS-RM-BAD-DATE.
      *-----------------------------------------------------------------*
       250-TAKE-ACTION.
           PERFORM 255-SHOW-RECIPIENT.
           MOVE SPACE TO WS-ACTION.
           DISPLAY SCRN-ACTION.
           ACCEPT SCRN-ACTION.
           EVALUATE WS-ACTION
               WHEN "F"
               WHEN "f"
                   IF WS-RM-IS-BAD
                       MOVE "ADDRESS ALREADY FLAGGED - NO CHANGE"
                           TO WS-RM-MSG
                   ELSE
                       MOVE "Y" TO WS-RM-BAD
                       MOVE WS-RUN-DATE TO WS-RM-BAD-DATE
                       MOVE "FLAGGED" TO WS-RM-STATUS
                       PERFORM 260-REWRITE-FLAG
                   END-IF
               WHEN "C"
               WHEN "c"
                   IF WS-RM-IS-BAD
                       MOVE SPACE TO WS-RM-BAD
                       MOVE ZERO TO WS-RM-BAD-DATE
                       MOVE "CLEARED" TO WS-RM-STATUS
                       PERFORM 260-REWRITE-FLAG
                   ELSE
                       MOVE "ADDRESS IS NOT FLAGGED - NO CHANGE"
                           TO WS-RM-MSG
                   END-IF
               WHEN OTHER
                   MOVE "NO CHANGE MADE" TO WS-RM-MSG
           END-EVALUATE.
           PERFORM 255-SHOW-RECIPIENT.
      *-----------------------------------------------------------------*
       255-SHOW-RECIPIENT.
           IF WS-RM-IS-BAD
               MOVE "MAIL RETURNED" TO WS-RM-BAD-DESC
           ELSE
               MOVE "DELIVERABLE" TO WS-RM-BAD-DESC
           END-IF.
           DISPLAY SCRN-RECIP.
      *-----------------------------------------------------------------*
       260-REWRITE-FLAG.
           EVALUATE TRUE
               WHEN WS-FLAG-SYS-BANK
                   MOVE WS-RM-BAD TO CUST-ADDR-BAD-MST
                   MOVE WS-RM-BAD-DATE TO CUST-ADDR-BAD-DATE-MST
                   REWRITE CUST-REC
                       INVALID KEY
                           MOVE "*** CUSTOMER REWRITE FAILED ***"
                               TO WS-RM-MSG
                       NOT INVALID KEY
                           PERFORM 270-LOG-ACTION
                   END-REWRITE
               WHEN WS-FLAG-SYS-LAW
                   MOVE WS-RM-BAD TO CAD-ADDR-BAD
                   MOVE WS-RM-BAD-DATE TO CAD-ADDR-BAD-DATE
                   MOVE WS-OPERATOR-ID TO CAD-CHG-OPER
                   MOVE WS-RUN-DATE TO CAD-CHG-DATE
                   REWRITE CLIENT-ADDR-REC
                       INVALID KEY
                           MOVE "*** CLIENT ADDRESS REWRITE FAILED ***"
                               TO WS-RM-MSG
                       NOT INVALID KEY
                           PERFORM 270-LOG-ACTION
                   END-REWRITE
               WHEN WS-FLAG-SYS-STUDENT
                   MOVE WS-RM-BAD TO ADDR-BAD-IN
                   MOVE WS-RM-BAD-DATE TO ADDR-BAD-DATE-IN
                   REWRITE STU-REC
                       INVALID KEY
                           MOVE "*** STUDENT REWRITE FAILED ***"
                               TO WS-RM-MSG
                       NOT INVALID KEY
                           PERFORM 270-LOG-ACTION
                   END-REWRITE
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    ONE AUDIT LINE PER FLAG OR CLEAR, NAMING THE RECORD, SO THE
      *    TRAIL SHOWS WHO STOPPED OR RESTARTED WHOSE MAIL.
       270-LOG-ACTION.
           ADD 1 TO WS-TRANS-CNTR.
           IF WS-RM-IS-BAD
               ADD 1 TO WS-FLAG-CNTR
               MOVE "ADDRESS FLAGGED - MAIL HELD FROM TONIGHT"
                   TO WS-RM-MSG
           ELSE
               ADD 1 TO WS-CLEAR-CNTR
               MOVE "FLAG CLEARED - HELD MAIL GOES OUT TONIGHT"
                   TO WS-RM-MSG
           END-IF.
           MOVE SPACES TO WS-RM-LOG-NAME.
           STRING "RETMAIL " DELIMITED BY SIZE
               WS-FLAG-ON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-ID DELIMITED BY SIZE
               INTO WS-RM-LOG-NAME
           END-STRING.
           CALL "DSB-AUDIT-LOG" USING WS-RM-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-ACTION
               WS-RM-STATUS.

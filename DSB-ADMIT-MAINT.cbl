      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ADMIT-MAINT
      *    PURPOSE: ONLINE ADMISSIONS MAINTENANCE FOR THE APPLICANT
      *        FILE (DSB-APPLICANTS.TXT), SO THE PEOPLE WHO APPLY AND
      *        ARE NOT ADMITTED, OR ARE ADMITTED AND NEVER COME, ARE ON
      *        RECORD AND NOT ONLY THE ONES WHO REACH DSB-STU-ADD. AN
      *        (A)DD TAKES A NEW APPLICATION UNDER THE NEXT APPLICANT
      *        ID FROM DSB-APP-ID-CONTROL.TXT. (U)PDATE CORRECTS THE
      *        APPLICATION, CHECKS OFF DOCUMENTS AS THEY ARRIVE AND
      *        MOVES THE STATUS ALONG - APPLIED, COMPLETE ONCE EVERY
      *        DOCUMENT IS IN, ADMITTED OR DENIED, DEPOSITED - AND
      *        REFUSES ANY STEP OUT OF THAT ORDER. A DECISION QUEUES
      *        THE APPLICANT'S LETTER FOR DSB-ADMIT-LETTERS. (C)ONVERT
      *        TURNS A DEPOSITED APPLICANT INTO A STUDENT: THE NEXT ID
      *        FROM DSB-STU-ID-CONTROL.TXT, THE NAME, ADDRESSES,
      *        PHONES, RESIDENCY, BIRTH DATE AND MAJOR CARRIED ONTO
      *        DSB-STU-TRANSACTIONS.TXT WITHOUT RE-KEYING, AND THE
      *        APPLICANT MARKED ENROLLED UNDER THAT STUDENT ID.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ADMIT-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT APP-FILE         ASSIGN "DSB-APPLICANTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS APP-ID
                               ALTERNATE RECORD KEY IS APP-LNAME
                                   WITH DUPLICATES
                               FILE STATUS IS WS-APP-STATUS.

       SELECT APP-ID-CONTROL   ASSIGN "DSB-APP-ID-CONTROL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-APPCTL-STATUS.

       SELECT MST-OUT          ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-OUT
                               ALTERNATE RECORD KEY IS LNAME-OUT
                                   WITH DUPLICATES
                               FILE STATUS IS WS-MST-STATUS.

       SELECT ID-CONTROL-FILE  ASSIGN "DSB-STU-ID-CONTROL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-IDCTL-STATUS.

       SELECT MJR-MST-IN       ASSIGN "DSB-MAJOR-CODES.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MJR-CD-MST
                               FILE STATUS IS WS-MJR-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  APP-FILE.
           COPY DSB-APPLICANT.

       FD  APP-ID-CONTROL.
       01  APP-ID-CONTROL-REC.
           03  APC-NEXT-ID             PIC 9(5).

       FD  MST-OUT.
       01  REC-OUT.
           03  ID-OUT                  PIC X(5).
           03  FNAME-OUT               PIC X(20).
           03  MNAME-OUT               PIC X(20).
           03  LNAME-OUT               PIC X(20).
           03  STR-LOC-OUT             PIC X(25).
           03  CTY-LOC-OUT             PIC X(20).
           03  ST-LOC-OUT              PIC X(2).
           03  ZIP-LOC-OUT             PIC X(5).
           03  STR-PRM-OUT             PIC X(25).
           03  CTY-PRM-OUT             PIC X(20).
           03  ST-PRM-OUT              PIC X(2).
           03  ZIP-PRM-OUT             PIC X(5).
           03  CELL-AREA-OUT           PIC X(3).
           03  CELL-EXCH-OUT           PIC X(3).
           03  CELL-NUMB-OUT           PIC X(4).
           03  HOM-AREA-OUT            PIC X(3).
           03  HOM-EXCH-OUT            PIC X(3).
           03  HOM-NUMB-OUT            PIC X(4).
           03  EMG-AREA-OUT            PIC X(3).
           03  EMG-EXCH-OUT            PIC X(3).
           03  EMG-NUMB-OUT            PIC X(4).
           03  GENDER-OUT              PIC X.
           03  RES-OUT                 PIC X.
           03  ACT-OUT                 PIC X(2).
           03  MJR-CD-OUT              PIC X(4).
           03  BRTH-YR-OUT             PIC X(4).
           03  BRTH-MNTH-OUT           PIC X(2).
           03  BRTH-DY-OUT             PIC X(2).
           03  ADMT-YR-OUT             PIC X(4).
           03  ADMT-MNTH-OUT           PIC X(2).
           03  ADMT-DY-OUT             PIC X(2).
           03  NOTE-OUT                PIC X(75).
           03  TRANS-YR-OUT            PIC X(4).
           03  TRANS-MNTH-OUT          PIC X(2).
           03  TRANS-DY-OUT            PIC X(2).
           03  TRANS-HR-OUT            PIC X(2).
           03  TRANS-MIN-OUT           PIC X(2).
           03  OPERATOR-OUT            PIC X(10).
           03  TERM-GPA-OUT            PIC 9V99.
           03  CUM-GPA-OUT             PIC 9V99.
           03  STANDING-OUT            PIC X(2).
           03  AR-HOLD-OUT             PIC X.
           03  DEGREE-OUT              PIC X(4).
           03  DEGREE-DATE-OUT         PIC 9(8).
           03  HONORS-OUT              PIC X.
           03  STU-TIN-OUT             PIC X(9).
           03  ADDR-BAD-OUT            PIC X.
           03  ADDR-BAD-DATE-OUT       PIC 9(8).

       FD  ID-CONTROL-FILE.
       01  ID-CONTROL-REC.
           03  IDC-NEXT-ID             PIC 9(5).

       FD  MJR-MST-IN.
       01  MJR-REC.
           03  MJR-CD-MST              PIC X(4).
           03  MJR-DESC-MST            PIC X(25).
           03  MJR-DEPT-MST            PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  WS-VAL-MONTH                PIC 99.
       01  WS-VAL-DAY                  PIC 99.
       01  WS-VAL-YEAR                 PIC 9(4).
       01  WS-BRTH-DATE-VALID-FLAG     PIC X.
           88  WS-BRTH-DATE-VALID            VALUE "Y".

       01  WS-CUR.
           03 WS-CUR-DATE.
               05  WS-CUR-YEAR         PIC X(4).
               05  WS-CUR-MONTH        PIC X(2).
               05  WS-CUR-DAY          PIC X(2).
           03  WS-CUR-TIME.
               05  WS-CUR-HOUR         PIC X(2).
               05  WS-CUR-MIN          PIC X(2).
               05  FILLER              PIC X(4).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-APP-STATUS               PIC XX.
       01  WS-APPCTL-STATUS            PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-IDCTL-STATUS             PIC XX.
       01  WS-MJR-STATUS               PIC XX.

       01  WS-NEXT-APP-ID              PIC 9(5) VALUE 50001.
       01  WS-NEXT-STU-ID              PIC 9(5) VALUE 10001.

       01  WS-MJR-FILE-FLAG            PIC X VALUE "N".
           88  WS-MJR-FILE-ON-HAND           VALUE "Y".

       01  WS-MJR-VALID-FLAG           PIC X VALUE "N".
           88  WS-MJR-VALID                  VALUE "Y".

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-LOC-VALID-FLAG           PIC X VALUE "N".
           88  WS-LOC-VALID                  VALUE "Y".

       01  WS-PRM-VALID-FLAG           PIC X VALUE "N".
           88  WS-PRM-VALID                  VALUE "Y".

       01  WS-APP-VALID-FLAG           PIC X VALUE "N".
           88  WS-APP-VALID                  VALUE "Y".

      *    THE STATUS AS IT STOOD WHEN THE APPLICANT WAS PULLED UP,
      *    AND THE ONE THE OPERATOR KEYED - THE STEP BETWEEN THEM IS
      *    WHAT 240-VALIDATE-STATUS POLICES.
       01  WS-OLD-STATUS               PIC X.
       01  WS-NEW-STATUS               PIC X.
       01  WS-STATUS-OK-FLAG           PIC X VALUE "N".
           88  WS-STATUS-OK                  VALUE "Y".

       01  WS-DOCS-IN-FLAG             PIC X VALUE "N".
           88  WS-DOCS-IN                    VALUE "Y".

       01  WS-CONFIRM                  PIC X.

       01  WS-STATE-CHECK              PIC X(2).

       01  WS-STATE-FOUND-FLAG         PIC X VALUE "N".
           88  WS-STATE-FOUND                VALUE "Y".

       01  WS-ST-IDX                   PIC 9(2).

       01  WS-VALID-STATES-LIST        PIC X(102) VALUE
           "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMT" &
           "NENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDC".
       01  WS-STATE-TBL REDEFINES WS-VALID-STATES-LIST.
           03  WS-STATE-ENTRY          PIC X(2) OCCURS 51 TIMES.

       01  WS-APP-DATE-DISP.
           03  WS-ADD-MNTH             PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-ADD-DY               PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-ADD-YR               PIC 9(4).
       01  WS-APP-DATE-WORK            PIC 9(8).
       01  WS-APP-DATE-BRK REDEFINES WS-APP-DATE-WORK.
           03  WS-ADW-YR               PIC 9(4).
           03  WS-ADW-MNTH             PIC 9(2).
           03  WS-ADW-DY               PIC 9(2).

       01  WS-CONVERT-NOTE             PIC X(75).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ADMIT-MAINT".
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
           03  LINE 04 COL 20  VALUE
               "(A)DD AN APPLICANT, (U)PDATE / ADVANCE STATUS, OR".
           03  LINE 05 COL 20  VALUE
               "(C)ONVERT A DEPOSITED APPLICANT TO A STUDENT?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-ADMIT-MAINT".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 33  VALUE   "ADMISSIONS".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "APPLICANT".
           03  LINE 04 COL 16  PIC X(5)    TO  APP-ID  AUTO.

       01  SCRN-ASSIGNED-ID.
           03  LINE 04 COL 06  VALUE   "APPLICANT ID ASSIGNED:".
           03  LINE 04 COL 29  PIC X(5)    FROM  APP-ID.
           03  LINE 04 COL 36  VALUE   "APPLIED".
           03  LINE 04 COL 44  PIC X(10)   FROM  WS-APP-DATE-DISP.

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** APPLICANT NOT FOUND ON FILE ***".

       01  SCRN-BAD-STATE  LINE 15 COL 11
           VALUE "*** INVALID STATE CODE - RE-ENTER ***".

       01  SCRN-BAD-ZIP    LINE 15 COL 11
           VALUE "*** INVALID ZIP - MUST BE 5 DIGITS ***".

       01  SCRN-BAD-DATE   LINE 18 COL 50
           VALUE "*** INVALID DATE - RE-ENTER ***".

       01  SCRN-BAD-MAJOR  LINE 18 COL 50
           VALUE "*** UNKNOWN MAJOR CODE - RE-ENTER ***".

       01  SCRN-BAD-TERM   LINE 18 COL 50
           VALUE "*** ENTRY TERM REQUIRED - RE-ENTER ***".

       01  SCRN-BAD-RES    LINE 18 COL 50
           VALUE "*** RESIDENCY MUST BE A, O OR I ***".

       01  SCRN-BAD-DOCS   LINE 20 COL 11
           VALUE "*** DOCUMENT FLAGS MUST BE Y OR N - RE-ENTER ***".

       01  SCRN-BAD-STATUS LINE 20 COL 11
           VALUE "*** STATUS OUT OF ORDER - RE-ENTER ***".

       01  SCRN-NOT-DEPOSITED LINE 05 COL 06
           VALUE "*** ONLY A DEPOSITED APPLICANT CAN BE CONVERTED ***".

       01  SCRN-NAME.
           03  SCRN-FNAME.
               05  LINE 06 COL 11  VALUE   "NAME".
               05  LINE 07 COL 13  VALUE   "FIRST".
               05  LINE 07 COL 21  PIC X(20)   USING  APP-FNAME.
           03  SCRN-MNAME.
               05  LINE 08 COL 13  VALUE   "MIDDLE".
               05  LINE 08 COL 21  PIC X(20)   USING  APP-MNAME.
           03 SCRN-LNAME.
               05  LINE 09 COL 13  VALUE   "LAST".
               05  LINE 09 COL 21  PIC X(20)   USING  APP-LNAME.

       01  SCRN-LOC.
           03  SCRN-STR-LOC.
               05  LINE 11 COL 11  VALUE   "ADDR LOCAL".
               05  LINE 12 COL 13  VALUE    "STREET".
               05  LINE 12 COL 21 PIC X(25)    USING  APP-STR-LOC.
           03  SCRN-CTY-LOC.
               05  LINE 13 COL 13  VALUE   "CITY".
               05  LINE 13 COL 21  PIC X(20)   USING  APP-CTY-LOC.
           03  SCRN-ZPST-LOC.
               05  LINE 14 COL 13  VALUE   "ST ZIP".
               05  LINE 14 COL 21  PIC X(2)    USING  APP-ST-LOC  AUTO.
               05  LINE 14 COL 24  PIC X(5)    USING  APP-ZIP-LOC AUTO.

       01  SCRN-PRM.
           03  SCRN-STR-PRM.
               05  LINE 16 COL 11  VALUE   "ADDR PERM".
               05  LINE 17 COL 13  VALUE   "STREET".
               05  LINE 17 COL 21  PIC X(25)   USING  APP-STR-PRM.
           03  SCRN-CTY-PRM.
               05  LINE 18 COL 13  VALUE   "CITY".
               05  LINE 18 COL 21  PIC X(20)   USING  APP-CTY-PRM.
           03  SCRN-ZPST-PRM.
               05  LINE 19 COL 13  VALUE   "ST ZIP".
               05  LINE 19 COL 21  PIC X(2)    USING  APP-ST-PRM  AUTO.
               05  LINE 19 COL 24  PIC X(5)    USING  APP-ZIP-PRM AUTO.

       01  SCRN-PHN.
           03  LINE 07 COL 50  VALUE   "CELL".
           03  CA  LINE 07 COL 57  PIC X(3)  USING APP-CELL-AREA AUTO.
           03  LINE 07 COL 60  VALUE   "-".
           03  CE  LINE 07 COL 61  PIC X(3)  USING APP-CELL-EXCH AUTO.
           03  LINE 07 COL 64  VALUE   "-".
           03  CN  LINE 07 COL 65  PIC X(4)  USING APP-CELL-NUMB AUTO.
           03  LINE 08 COL 50  VALUE   "HOME".
           03  HA  LINE 08 COL 57  PIC X(3)  USING APP-HOM-AREA  AUTO.
           03  LINE 08 COL 60  VALUE   "-".
           03  HE  LINE 08 COL 61  PIC X(3)  USING APP-HOM-EXCH  AUTO.
           03  LINE 08 COL 64  VALUE   "-".
           03  HN  LINE 08 COL 65  PIC X(4)  USING APP-HOM-NUMB  AUTO.
           03  LINE 09 COL 50  VALUE   "EMER".
           03  EA  LINE 09 COL 57  PIC X(3)  USING APP-EMG-AREA  AUTO.
           03  LINE 09 COL 60  VALUE   "-".
           03  EE  LINE 09 COL 61  PIC X(3)  USING APP-EMG-EXCH  AUTO.
           03  LINE 09 COL 64  VALUE   "-".
           03  EN  LINE 09 COL 65  PIC X(4)  USING APP-EMG-NUMB  AUTO.

       01  SCRN-GEN-INFO.
           03  LINE 11 COL 50  VALUE   "GENDER".
           03  LINE 11 COL 57  PIC X   USING  APP-GENDER  AUTO.
           03  LINE 11 COL 63  VALUE   "M/F".
           03  LINE 12 COL 50  VALUE   "RES".
           03  LINE 12 COL 57  PIC X   USING  APP-RES     AUTO.
           03  LINE 12 COL 64  VALUE   "A/O/I".
           03  LINE 13 COL 50  VALUE   "TERM".
           03  LINE 13 COL 57  PIC X(5)    USING  APP-TERM    AUTO.
           03  LINE 14 COL 50  VALUE   "MAJ".
           03  LINE 14 COL 57  PIC X(4)    USING  APP-MJR-CD  AUTO.

       01  SCRN-DATES.
           03  LINE 16 COL 50  VALUE   "BIRTH".
           03  LINE 16 COL 57  PIC X(2)    USING  APP-BRTH-MNTH   AUTO.
           03  LINE 16 COL 59  VALUE   "/".
           03  LINE 16 COL 60  PIC X(2)    USING  APP-BRTH-DY AUTO.
           03  LINE 16 COL 62  VALUE   "/".
           03  LINE 16 COL 63  PIC X(4)    USING  APP-BRTH-YR AUTO.

       01  SCRN-SCORES.
           03  LINE 17 COL 50  VALUE   "SAT".
           03  LINE 17 COL 57  PIC 9(4)    USING  APP-SAT-SCORE AUTO.
           03  LINE 17 COL 63  VALUE   "ACT".
           03  LINE 17 COL 67  PIC 9(2)    USING  APP-ACT-SCORE AUTO.

       01  SCRN-DOCS.
           03  LINE 21 COL 01  VALUE   "DOCUMENTS IN (Y/N):".
           03  LINE 21 COL 21  VALUE   "APPLICATION".
           03  LINE 21 COL 33  PIC X   USING  APP-DOC-APPL    AUTO.
           03  LINE 21 COL 36  VALUE   "TRANSCRIPT".
           03  LINE 21 COL 47  PIC X   USING  APP-DOC-TRANS   AUTO.
           03  LINE 21 COL 50  VALUE   "SCORES".
           03  LINE 21 COL 57  PIC X   USING  APP-DOC-SCORES  AUTO.
           03  LINE 21 COL 60  VALUE   "RECOMMEND".
           03  LINE 21 COL 70  PIC X   USING  APP-DOC-RECS    AUTO.

       01  SCRN-STATUS.
           03  LINE 22 COL 01  VALUE   "STATUS".
           03  LINE 22 COL 08  PIC X   USING  WS-NEW-STATUS   AUTO.
           03  LINE 22 COL 11  VALUE
               "(A)PPLIED (C)OMPLETE ADMIT(M) (D)ENIED DE(P)OSITED".

       01  SCRN-CONVERT.
           03  LINE 22 COL 01  VALUE   "STUDENT ID TO BE ASSIGNED:".
           03  LINE 22 COL 28  PIC X(5)    FROM  ID-OUT.
           03  LINE 22 COL 35  VALUE   "CONVERT? (Y/N)".
           03  LINE 22 COL 50  PIC X   TO  WS-CONFIRM  AUTO.

       01  SCRN-CONVERTED  LINE 23 COL 26
           VALUE "STUDENT ADDED - APPLICANT ENROLLED".

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
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
           PERFORM 110-OPEN-FILES.
           PERFORM 112-READ-APP-ID-CONTROL.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "U"
               WHEN "u"
                   PERFORM 500-UPDATE-LOOP UNTIL WS-MORE
               WHEN "C"
               WHEN "c"
                   PERFORM 700-CONVERT-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE APP-FILE.
           CLOSE MST-OUT.
           PERFORM 117-PUT-BACK-APP-ID-CONTROL.
           IF WS-MJR-FILE-ON-HAND
               CLOSE MJR-MST-IN
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
      *    WITH NO MAJOR MASTER ON HAND THE CODE IS ACCEPTED AS KEYED,
      *    THE SAME AS DSB-STU-ADD.
       110-OPEN-FILES.
           OPEN I-O APP-FILE.
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT APP-FILE
               CLOSE APP-FILE
               OPEN I-O APP-FILE
           END-IF.
           OPEN I-O MST-OUT.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT MST-OUT
               CLOSE MST-OUT
               OPEN I-O MST-OUT
           END-IF.
           OPEN INPUT MJR-MST-IN.
           IF WS-MJR-STATUS = "00"
               MOVE "Y" TO WS-MJR-FILE-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       112-READ-APP-ID-CONTROL.
           OPEN INPUT APP-ID-CONTROL.
           IF WS-APPCTL-STATUS = "00"
               READ APP-ID-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE APC-NEXT-ID TO WS-NEXT-APP-ID
               END-READ
               CLOSE APP-ID-CONTROL
           END-IF.
      *-----------------------------------------------------------------*
       117-PUT-BACK-APP-ID-CONTROL.
           OPEN OUTPUT APP-ID-CONTROL.
           MOVE WS-NEXT-APP-ID TO APC-NEXT-ID.
           WRITE APP-ID-CONTROL-REC.
           CLOSE APP-ID-CONTROL.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           INITIALIZE APPLICANT-REC.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 206-AUTO-ASSIGN-ID UNTIL WS-ID-OK.
           MOVE WS-DATE-NUM TO APP-DATE.
           MOVE "N" TO APP-DOC-APPL APP-DOC-TRANS APP-DOC-SCORES
               APP-DOC-RECS.
           MOVE "A" TO APP-STATUS.
           MOVE "A" TO WS-OLD-STATUS.
           MOVE "A" TO WS-NEW-STATUS.
           PERFORM 208-FORMAT-APP-DATE.
           DISPLAY SCRN-ASSIGNED-ID.
           PERFORM 210-DISPLAY-APP-SCREENS.
           PERFORM 220-ACCEPT-APP-SCREENS.
           PERFORM 225-VALIDATE-APPLICATION.
           PERFORM 250-SET-STATUS.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               MOVE WS-OPERATOR-ID TO APP-OPERATOR
               WRITE APPLICANT-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       206-AUTO-ASSIGN-ID.
           MOVE WS-NEXT-APP-ID TO APP-ID.
           ADD 1 TO WS-NEXT-APP-ID.
           MOVE "Y" TO WS-ID-OK-FLAG.
           READ APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
           END-READ.
      *-----------------------------------------------------------------*
       208-FORMAT-APP-DATE.
           MOVE APP-DATE TO WS-APP-DATE-WORK.
           MOVE WS-ADW-MNTH TO WS-ADD-MNTH.
           MOVE WS-ADW-DY TO WS-ADD-DY.
           MOVE WS-ADW-YR TO WS-ADD-YR.
      *-----------------------------------------------------------------*
       210-DISPLAY-APP-SCREENS.
           DISPLAY SCRN-NAME.
           DISPLAY SCRN-LOC.
           DISPLAY SCRN-PRM.
           DISPLAY SCRN-PHN.
           DISPLAY SCRN-GEN-INFO.
           DISPLAY SCRN-DATES.
           DISPLAY SCRN-SCORES.
           DISPLAY SCRN-DOCS.
           DISPLAY SCRN-STATUS.
      *-----------------------------------------------------------------*
       220-ACCEPT-APP-SCREENS.
           ACCEPT SCRN-FNAME.
           ACCEPT SCRN-MNAME.
           ACCEPT SCRN-LNAME.
           ACCEPT SCRN-STR-LOC.
           ACCEPT SCRN-CTY-LOC.
           ACCEPT SCRN-ZPST-LOC.
           ACCEPT SCRN-STR-PRM.
           ACCEPT SCRN-CTY-PRM.
           ACCEPT SCRN-ZPST-PRM.
           ACCEPT CA.
           ACCEPT CE.
           ACCEPT CN.
           ACCEPT HA.
           ACCEPT HE.
           ACCEPT HN.
           ACCEPT EA.
           ACCEPT EE.
           ACCEPT EN.
           ACCEPT SCRN-GEN-INFO.
           ACCEPT SCRN-DATES.
           ACCEPT SCRN-SCORES.
           ACCEPT SCRN-DOCS.
      *-----------------------------------------------------------------*
       225-VALIDATE-APPLICATION.
           MOVE "N" TO WS-LOC-VALID-FLAG.
           MOVE "N" TO WS-PRM-VALID-FLAG.
           PERFORM 230-VALIDATE-ADDRESSES
               UNTIL WS-LOC-VALID AND WS-PRM-VALID.
           MOVE "N" TO WS-BRTH-DATE-VALID-FLAG.
           PERFORM 235-VALIDATE-DATES UNTIL WS-BRTH-DATE-VALID.
           MOVE "N" TO WS-APP-VALID-FLAG.
           PERFORM 237-VALIDATE-MAJOR-TERM UNTIL WS-APP-VALID.
           MOVE "N" TO WS-APP-VALID-FLAG.
           PERFORM 238-VALIDATE-DOCS UNTIL WS-APP-VALID.
      *-----------------------------------------------------------------*
       230-VALIDATE-ADDRESSES.
           MOVE "Y" TO WS-LOC-VALID-FLAG.
           MOVE APP-ST-LOC TO WS-STATE-CHECK.
           PERFORM 900-CHECK-STATE.
           IF NOT WS-STATE-FOUND
               MOVE "N" TO WS-LOC-VALID-FLAG
               DISPLAY SCRN-BAD-STATE
           END-IF.
           IF APP-ZIP-LOC NOT NUMERIC
               MOVE "N" TO WS-LOC-VALID-FLAG
               DISPLAY SCRN-BAD-ZIP
           END-IF.
           IF NOT WS-LOC-VALID
               DISPLAY SCRN-LOC
               ACCEPT SCRN-STR-LOC
               ACCEPT SCRN-CTY-LOC
               ACCEPT SCRN-ZPST-LOC
           END-IF.

           MOVE "Y" TO WS-PRM-VALID-FLAG.
           MOVE APP-ST-PRM TO WS-STATE-CHECK.
           PERFORM 900-CHECK-STATE.
           IF NOT WS-STATE-FOUND
               MOVE "N" TO WS-PRM-VALID-FLAG
               DISPLAY SCRN-BAD-STATE
           END-IF.
           IF APP-ZIP-PRM NOT NUMERIC
               MOVE "N" TO WS-PRM-VALID-FLAG
               DISPLAY SCRN-BAD-ZIP
           END-IF.
           IF NOT WS-PRM-VALID
               DISPLAY SCRN-PRM
               ACCEPT SCRN-STR-PRM
               ACCEPT SCRN-CTY-PRM
               ACCEPT SCRN-ZPST-PRM
           END-IF.
      *-----------------------------------------------------------------*
       235-VALIDATE-DATES.
           MOVE APP-BRTH-MNTH TO WS-VAL-MONTH.
           MOVE APP-BRTH-DY TO WS-VAL-DAY.
           MOVE APP-BRTH-YR TO WS-VAL-YEAR.
           CALL "DSB-DATE-VALID" USING WS-VAL-MONTH WS-VAL-DAY
               WS-VAL-YEAR WS-BRTH-DATE-VALID-FLAG.
           IF NOT WS-BRTH-DATE-VALID
               DISPLAY SCRN-BAD-DATE
               DISPLAY SCRN-DATES
               ACCEPT SCRN-DATES
           END-IF.
      *-----------------------------------------------------------------*
      *    RESIDENCY USES THE STUDENT MASTER'S CODES SO IT CARRIES
      *    ACROSS ON CONVERSION; THE ENTRY TERM IS WHAT THE FUNNEL
      *    REPORT GROUPS BY, SO IT CANNOT BE LEFT BLANK.
       237-VALIDATE-MAJOR-TERM.
           MOVE "Y" TO WS-APP-VALID-FLAG.
           INSPECT APP-RES CONVERTING "aoi" TO "AOI".
           IF APP-RES NOT = "A" AND APP-RES NOT = "O"
               AND APP-RES NOT = "I"
               MOVE "N" TO WS-APP-VALID-FLAG
               DISPLAY SCRN-BAD-RES
           END-IF.
           IF APP-TERM = SPACES
               MOVE "N" TO WS-APP-VALID-FLAG
               DISPLAY SCRN-BAD-TERM
           END-IF.
           IF WS-MJR-FILE-ON-HAND
               PERFORM 910-CHECK-MAJOR
               IF NOT WS-MJR-VALID
                   MOVE "N" TO WS-APP-VALID-FLAG
                   DISPLAY SCRN-BAD-MAJOR
               END-IF
           END-IF.
           IF NOT WS-APP-VALID
               DISPLAY SCRN-GEN-INFO
               ACCEPT SCRN-GEN-INFO
           END-IF.
      *-----------------------------------------------------------------*
       238-VALIDATE-DOCS.
           MOVE "Y" TO WS-APP-VALID-FLAG.
           INSPECT APP-DOCS CONVERTING "yn " TO "YNN".
           IF APP-DOC-APPL NOT = "Y" AND APP-DOC-APPL NOT = "N"
               MOVE "N" TO WS-APP-VALID-FLAG
           END-IF.
           IF APP-DOC-TRANS NOT = "Y" AND APP-DOC-TRANS NOT = "N"
               MOVE "N" TO WS-APP-VALID-FLAG
           END-IF.
           IF APP-DOC-SCORES NOT = "Y" AND APP-DOC-SCORES NOT = "N"
               MOVE "N" TO WS-APP-VALID-FLAG
           END-IF.
           IF APP-DOC-RECS NOT = "Y" AND APP-DOC-RECS NOT = "N"
               MOVE "N" TO WS-APP-VALID-FLAG
           END-IF.
           IF NOT WS-APP-VALID
               DISPLAY SCRN-BAD-DOCS
               DISPLAY SCRN-DOCS
               ACCEPT SCRN-DOCS
           END-IF.
           MOVE "N" TO WS-DOCS-IN-FLAG.
           IF APP-DOCS = "YYYY"
               MOVE "Y" TO WS-DOCS-IN-FLAG
           END-IF.
      *-----------------------------------------------------------------*
      *    THE STATUS ONLY MOVES FORWARD ONE STEP AT A TIME. AN
      *    APPLICATION GOES COMPLETE ON ITS OWN THE MOMENT THE LAST
      *    DOCUMENT IS CHECKED OFF; ENROLLED IS SET ONLY BY THE
      *    CONVERSION.
       240-VALIDATE-STATUS.
           MOVE "Y" TO WS-STATUS-OK-FLAG.
           INSPECT WS-NEW-STATUS CONVERTING "acmdpe" TO "ACMDPE".
           IF WS-NEW-STATUS NOT = WS-OLD-STATUS
               EVALUATE TRUE
                   WHEN WS-NEW-STATUS = "C" AND WS-OLD-STATUS = "A"
                       IF NOT WS-DOCS-IN
                           MOVE "N" TO WS-STATUS-OK-FLAG
                       END-IF
                   WHEN WS-NEW-STATUS = "M" AND WS-OLD-STATUS = "C"
                   WHEN WS-NEW-STATUS = "D" AND WS-OLD-STATUS = "C"
                   WHEN WS-NEW-STATUS = "P" AND WS-OLD-STATUS = "M"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-STATUS-OK-FLAG
               END-EVALUATE
           END-IF.
           IF NOT WS-STATUS-OK
               DISPLAY SCRN-BAD-STATUS
               MOVE WS-OLD-STATUS TO WS-NEW-STATUS
               DISPLAY SCRN-STATUS
               ACCEPT SCRN-STATUS
           END-IF.
      *-----------------------------------------------------------------*
       250-SET-STATUS.
           IF WS-NEW-STATUS = "A" AND WS-DOCS-IN
               MOVE "C" TO WS-NEW-STATUS
           END-IF.
           IF WS-NEW-STATUS NOT = APP-STATUS
               MOVE WS-NEW-STATUS TO APP-STATUS
               MOVE WS-DATE-NUM TO APP-STATUS-DATE
               IF APP-ADMITTED OR APP-DENIED
                   MOVE "Y" TO APP-LETTER-FLAG
                   MOVE ZERO TO APP-LETTER-DATE
               END-IF
           END-IF.
           IF APP-STATUS-DATE = ZERO
               MOVE WS-DATE-NUM TO APP-STATUS-DATE
           END-IF.
           DISPLAY SCRN-STATUS.
      *-----------------------------------------------------------------*
       500-UPDATE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ APP-FILE
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-UPDATE-APPLICANT
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    AN ENROLLED APPLICANT BELONGS TO THE STUDENT MASTER NOW AND
      *    IS SHOWN BUT NOT CHANGED.
       510-UPDATE-APPLICANT.
           MOVE APP-STATUS TO WS-OLD-STATUS.
           MOVE APP-STATUS TO WS-NEW-STATUS.
           PERFORM 208-FORMAT-APP-DATE.
           DISPLAY SCRN-ASSIGNED-ID.
           PERFORM 210-DISPLAY-APP-SCREENS.
           IF APP-ENROLLED
               DISPLAY SCRN-NOT-SAVED
               GO TO 510-EXIT
           END-IF.
           PERFORM 220-ACCEPT-APP-SCREENS.
           PERFORM 225-VALIDATE-APPLICATION.
           ACCEPT SCRN-STATUS.
           MOVE "N" TO WS-STATUS-OK-FLAG.
           PERFORM 240-VALIDATE-STATUS UNTIL WS-STATUS-OK.
           PERFORM 250-SET-STATUS.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               MOVE WS-OPERATOR-ID TO APP-OPERATOR
               REWRITE APPLICANT-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
       510-EXIT.
           EXIT.
      *-----------------------------------------------------------------*
       700-CONVERT-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ APP-FILE
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 710-CONVERT-APPLICANT
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       710-CONVERT-APPLICANT.
           MOVE APP-STATUS TO WS-NEW-STATUS.
           PERFORM 208-FORMAT-APP-DATE.
           DISPLAY SCRN-ASSIGNED-ID.
           PERFORM 210-DISPLAY-APP-SCREENS.
           IF NOT APP-DEPOSITED
               DISPLAY SCRN-NOT-DEPOSITED
               GO TO 710-EXIT
           END-IF.
           PERFORM 720-NEXT-STUDENT-ID.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY SCRN-CONVERT.
           ACCEPT SCRN-CONVERT.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY SCRN-NOT-SAVED
               GO TO 710-EXIT
           END-IF.
           PERFORM 730-BUILD-STUDENT.
           WRITE REC-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-SAVED
                   GO TO 710-EXIT
           END-WRITE.
           PERFORM 725-PUT-BACK-STU-ID-CONTROL.
           MOVE "E" TO APP-STATUS.
           MOVE WS-DATE-NUM TO APP-STATUS-DATE.
           MOVE ID-OUT TO APP-STU-ID.
           MOVE WS-OPERATOR-ID TO APP-OPERATOR.
           REWRITE APPLICANT-REC.
           ADD 1 TO WS-TRANS-CNTR.
           DISPLAY SCRN-CONVERTED.
       710-EXIT.
           EXIT.
      *-----------------------------------------------------------------*
      *    THE SAME COUNTER DSB-STU-ADD HANDS IDS OUT FROM, READ FRESH
      *    FOR EACH CONVERSION AND SKIPPING ANY ID ALREADY ON THE
      *    MASTER.
       720-NEXT-STUDENT-ID.
           OPEN INPUT ID-CONTROL-FILE.
           IF WS-IDCTL-STATUS = "00"
               READ ID-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE IDC-NEXT-ID TO WS-NEXT-STU-ID
               END-READ
               CLOSE ID-CONTROL-FILE
           END-IF.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM UNTIL WS-ID-OK
               MOVE WS-NEXT-STU-ID TO ID-OUT
               MOVE "Y" TO WS-ID-OK-FLAG
               READ MST-OUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-OK-FLAG
                       ADD 1 TO WS-NEXT-STU-ID
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------*
       725-PUT-BACK-STU-ID-CONTROL.
           ADD 1 TO WS-NEXT-STU-ID.
           OPEN OUTPUT ID-CONTROL-FILE.
           MOVE WS-NEXT-STU-ID TO IDC-NEXT-ID.
           WRITE ID-CONTROL-REC.
           CLOSE ID-CONTROL-FILE.
      *-----------------------------------------------------------------*
      *    EVERYTHING THE STUDENT MASTER SHARES WITH THE APPLICATION
      *    COMES ACROSS AS KEYED AT ADMISSIONS; THE ADMIT DATE IS THE
      *    DAY OF CONVERSION AND THE NOTE RECORDS WHERE IT CAME FROM.
       730-BUILD-STUDENT.
           MOVE APP-FNAME TO FNAME-OUT.
           MOVE APP-MNAME TO MNAME-OUT.
           MOVE APP-LNAME TO LNAME-OUT.
           MOVE APP-STR-LOC TO STR-LOC-OUT.
           MOVE APP-CTY-LOC TO CTY-LOC-OUT.
           MOVE APP-ST-LOC TO ST-LOC-OUT.
           MOVE APP-ZIP-LOC TO ZIP-LOC-OUT.
           MOVE APP-STR-PRM TO STR-PRM-OUT.
           MOVE APP-CTY-PRM TO CTY-PRM-OUT.
           MOVE APP-ST-PRM TO ST-PRM-OUT.
           MOVE APP-ZIP-PRM TO ZIP-PRM-OUT.
           MOVE APP-CELL-AREA TO CELL-AREA-OUT.
           MOVE APP-CELL-EXCH TO CELL-EXCH-OUT.
           MOVE APP-CELL-NUMB TO CELL-NUMB-OUT.
           MOVE APP-HOM-AREA TO HOM-AREA-OUT.
           MOVE APP-HOM-EXCH TO HOM-EXCH-OUT.
           MOVE APP-HOM-NUMB TO HOM-NUMB-OUT.
           MOVE APP-EMG-AREA TO EMG-AREA-OUT.
           MOVE APP-EMG-EXCH TO EMG-EXCH-OUT.
           MOVE APP-EMG-NUMB TO EMG-NUMB-OUT.
           MOVE APP-GENDER TO GENDER-OUT.
           MOVE APP-RES TO RES-OUT.
           MOVE SPACES TO ACT-OUT.
           MOVE APP-MJR-CD TO MJR-CD-OUT.
           MOVE APP-BRTH-YR TO BRTH-YR-OUT.
           MOVE APP-BRTH-MNTH TO BRTH-MNTH-OUT.
           MOVE APP-BRTH-DY TO BRTH-DY-OUT.
           MOVE WS-YEAR TO ADMT-YR-OUT.
           MOVE WS-MONTH TO ADMT-MNTH-OUT.
           MOVE WS-DAY TO ADMT-DY-OUT.
           MOVE SPACES TO WS-CONVERT-NOTE.
           STRING "ADMITTED FROM APPLICANT "  DELIMITED BY SIZE
                  APP-ID                      DELIMITED BY SIZE
                  " FOR TERM "                DELIMITED BY SIZE
                  APP-TERM                    DELIMITED BY SIZE
                  INTO WS-CONVERT-NOTE
           END-STRING.
           MOVE WS-CONVERT-NOTE TO NOTE-OUT.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           MOVE WS-CUR-YEAR TO TRANS-YR-OUT.
           MOVE WS-CUR-MONTH TO TRANS-MNTH-OUT.
           MOVE WS-CUR-DAY TO TRANS-DY-OUT.
           MOVE WS-CUR-HOUR TO TRANS-HR-OUT.
           MOVE WS-CUR-MIN TO TRANS-MIN-OUT.
           MOVE WS-OPERATOR-ID TO OPERATOR-OUT.
           MOVE ZERO TO TERM-GPA-OUT.
           MOVE ZERO TO CUM-GPA-OUT.
           MOVE SPACES TO STANDING-OUT.
           MOVE SPACE TO AR-HOLD-OUT.
           MOVE SPACES TO DEGREE-OUT.
           MOVE ZERO TO DEGREE-DATE-OUT.
           MOVE SPACE TO HONORS-OUT.
           MOVE SPACES TO STU-TIN-OUT.
           MOVE SPACE TO ADDR-BAD-OUT.
           MOVE ZERO TO ADDR-BAD-DATE-OUT.
      *-----------------------------------------------------------------*
       910-CHECK-MAJOR.
           MOVE APP-MJR-CD TO MJR-CD-MST.
           READ MJR-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-MJR-VALID-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-MJR-VALID-FLAG
           END-READ.
      *-----------------------------------------------------------------*
       900-CHECK-STATE.
           MOVE "N" TO WS-STATE-FOUND-FLAG.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1 UNTIL WS-ST-IDX > 51
               IF WS-STATE-CHECK = WS-STATE-ENTRY(WS-ST-IDX)
                   MOVE "Y" TO WS-STATE-FOUND-FLAG
               END-IF
           END-PERFORM.

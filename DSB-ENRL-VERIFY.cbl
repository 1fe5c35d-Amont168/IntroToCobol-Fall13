      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ENRL-VERIFY
      *    PURPOSE: ENROLLMENT VERIFICATION SCREEN. FOR A KEYED
      *        STUDENT AND TERM THE CREDIT HOURS STILL CARRIED ON
      *        DSB-REGISTRATIONS.TXT ARE TOTALED FROM THE CATALOG AND
      *        THE STATUS SHOWN - THE SAME ANSWER THE MONTHLY
      *        CLEARINGHOUSE RUN (DSB-ENRL-REPORT) GIVES: GRADUATED IF
      *        A DEGREE WAS CONFERRED SINCE THE TERM STARTED, WITHDRAWN
      *        AS OF THE DSB-STU-ARCHIVE.TXT DATE OR THE LAST DROP,
      *        OTHERWISE THE DSB-ENRL-LEVEL STATUS FOR THE HOURS. ON
      *        REQUEST A SIGNED VERIFICATION LETTER FOR THE LENDER,
      *        INSURER OR EMPLOYER ASKING IS ADDED TO
      *        DSB-ENRL-LETTERS.TXT, NAMING THE OPERATOR WHO VERIFIED
      *        IT. REPLACES COUNTING CREDITS OFF CLASS ROSTERS.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ENRL-VERIFY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT CRS-MST-IN       ASSIGN "DSB-COURSE-CATALOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT REG-IN           ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT ARCHIVE-IN       ASSIGN "DSB-STU-ARCHIVE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ARC-STATUS.

       SELECT TERM-DATES-IN    ASSIGN "DSB-TERM-DATES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TD-STATUS.

       SELECT LETTER-OUT       ASSIGN "DSB-ENRL-LETTERS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LTR-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  STU-MST-IN.
       01  REC-IN.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  FILLER                  PIC X(134).
           03  GENDER-IN               PIC X.
           03  RES-IN                  PIC X.
           03  ACT-IN                  PIC X(2).
           03  MJR-CD-IN               PIC X(4).
           03  FILLER                  PIC X(16).
           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  DEGREE-IN               PIC X(4).
           03  DEGREE-DATE-IN          PIC 9(8).
           03  HONORS-IN               PIC X.
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-CODE-IN             PIC X(6).
           03  CRS-TITLE-IN            PIC X(25).
           03  CRS-CREDITS-IN          PIC 99.
           03  CRS-CAPACITY-IN         PIC 999.
           03  CRS-DAYS-IN             PIC X(5).
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  REG-IN.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       FD  ARCHIVE-IN.
           COPY DSB-STU-ARCHIVE.

       FD  TERM-DATES-IN.
       01  TERM-DATE-REC.
           03  TD-TERM                 PIC X(5).
           03  TD-START                PIC 9(8).

       FD  LETTER-OUT.
       01  LETTER-REC                  PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-STU-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-ARC-STATUS               PIC XX.
       01  WS-TD-STATUS                PIC XX.
       01  WS-LTR-STATUS               PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-PRINT                    PIC X VALUE "N".
       01  WS-SCAN-EOF-FLAG            PIC X VALUE "N".
           88  WS-SCAN-EOF                   VALUE "Y".
       01  WS-ENTRY-OK-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-OK                   VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-VER-STU                  PIC X(5).
       01  WS-VER-TERM                 PIC X(5).
       01  WS-TERM-START               PIC 9(8).
       01  WS-STU-CREDITS              PIC 9(3).
       01  WS-REG-ROWS                 PIC 9(3).
       01  WS-LAST-DROP-DATE           PIC 9(8).
       01  WS-WDRW-DATE                PIC 9(8).
       01  WS-ENRL-STATUS              PIC X.
           88  WS-ENRL-WITHDRAWN             VALUE "W".
           88  WS-ENRL-GRADUATED             VALUE "G".
           88  WS-ENRL-NONE                  VALUE "N".
       01  WS-ENRL-DESC                PIC X(20).
       01  WS-EFF-DATE                 PIC 9(8).
       01  WS-EFF-DATE-BRK REDEFINES WS-EFF-DATE.
           03  WS-EFF-YR               PIC 9(4).
           03  WS-EFF-MNTH             PIC 99.
           03  WS-EFF-DY               PIC 99.
       01  WS-EFF-DISPLAY.
           03  WS-EFF-DISP-MNTH        PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-EFF-DISP-DY          PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-EFF-DISP-YR          PIC 9(4).
       01  WS-START-BRK.
           03  WS-START-YR             PIC 9(4).
           03  WS-START-MNTH           PIC 99.
           03  WS-START-DY             PIC 99.
       01  WS-START-DISPLAY.
           03  WS-START-DISP-MNTH      PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-START-DISP-DY        PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  WS-START-DISP-YR        PIC 9(4).

       01  WS-LTR-HEAD-1               PIC X(80) VALUE
           "WATSAMATA UNIVERSITY - OFFICE OF THE REGISTRAR".

       01  WS-LTR-DATE-LINE.
           03  LD-MNTH                 PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  LD-DY                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  LD-YR                   PIC 9(4).
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "STUDENT NO. ".
           03  LD-STU-ID               PIC X(5).

       01  WS-LTR-SALUTE               PIC X(80) VALUE
           "TO WHOM IT MAY CONCERN:".
       01  WS-LTR-NAME-LINE            PIC X(80).

       01  WS-LTR-BODY-1               PIC X(80).
       01  WS-LTR-BODY-2               PIC X(80).
       01  WS-LTR-CREDITS              PIC ZZ9.

       01  WS-LTR-CLOSE                PIC X(80) VALUE
           "THIS VERIFICATION IS MADE FROM THE REGISTRAR'S RECORDS.".
       01  WS-LTR-SIGN-RULE            PIC X(80) VALUE
           "______________________________".
       01  WS-SIGN-LINE                PIC X(80) VALUE
           "UNIVERSITY REGISTRAR".
       01  WS-LTR-VERIFIED-BY.
           03  FILLER                  PIC X(12) VALUE
               "VERIFIED BY ".
           03  VB-OPERATOR             PIC X(10).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ENRL-VERIFY".
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

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-ENRL-VERIFY".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 27  VALUE   "ENROLLMENT VERIFICATION".

       01  SCRN-KEY-FIELDS.
           03  SCRN-VER-STU.
               05  LINE 04 COL 11  VALUE   "STUDENT ID".
               05  LINE 04 COL 25  PIC X(5)   TO  WS-VER-STU  AUTO.
           03  SCRN-VER-TERM.
               05  LINE 05 COL 11  VALUE   "TERM".
               05  LINE 05 COL 25  PIC X(5)   TO  WS-VER-TERM AUTO.

       01  SCRN-STUDENT-NAME.
           03  LINE 04 COL 35  PIC X(20)  FROM  FNAME-IN.
           03  LINE 04 COL 56  PIC X(20)  FROM  LNAME-IN.

       01  SCRN-STATUS.
           03  LINE 07 COL 11  VALUE   "CREDIT HOURS".
           03  LINE 07 COL 25  PIC ZZ9    FROM  WS-STU-CREDITS.
           03  LINE 08 COL 11  VALUE   "STATUS".
           03  LINE 08 COL 25  PIC X(20)  FROM  WS-ENRL-DESC.
           03  LINE 09 COL 11  VALUE   "EFFECTIVE".
           03  LINE 09 COL 25  PIC X(10)  FROM  WS-EFF-DISPLAY.

       01  SCRN-BAD-STU     LINE 12 COL 11
           VALUE "*** STUDENT NOT ON FILE ***".

       01  SCRN-BAD-TERM    LINE 12 COL 11
           VALUE "*** TERM NOT ON DSB-TERM-DATES.TXT ***".

       01  SCRN-CNTRL.
           03  SCRN-PRINT.
               05  LINE 23 COL 30  PIC X   TO  WS-PRINT AUTO.
               05  LINE 23 COL 32  VALUE   "PRINT LETTER? (Y/N)".
           03 SCRN-PRINTED LINE 23 COL 30  VALUE
                                           "LETTER PRINTED      ".
           03 SCRN-NOT-PRINTED LINE 23 COL 30  VALUE
                                           "NO LETTER           ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER STUDENT? (Y/N)".

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
           OPEN INPUT STU-MST-IN.
           OPEN INPUT CRS-MST-IN.
           OPEN EXTEND LETTER-OUT.
           IF WS-LTR-STATUS = "35"
               OPEN OUTPUT LETTER-OUT
               CLOSE LETTER-OUT
               OPEN EXTEND LETTER-OUT
           END-IF.
           PERFORM 200-VERIFY-LOOP UNTIL WS-MORE.
           CLOSE STU-MST-IN.
           CLOSE CRS-MST-IN.
           CLOSE LETTER-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       200-VERIFY-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-KEY-FIELDS.
           ACCEPT SCRN-VER-STU.
           ACCEPT SCRN-VER-TERM.
           INSPECT WS-VER-STU CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-VER-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 210-DERIVE-STATUS THRU 210-EXIT.
           IF WS-ENTRY-OK
               DISPLAY SCRN-STATUS
               DISPLAY SCRN-PRINT
               ACCEPT SCRN-PRINT
               IF WS-PRINT = "Y" OR "y"
                   PERFORM 300-PRINT-LETTER
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-PRINTED
               ELSE
                   DISPLAY SCRN-NOT-PRINTED
               END-IF
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    GRADUATED OUTRANKS WITHDRAWN, WHICH OUTRANKS THE CREDIT
      *    LOAD - THE SAME ORDER THE CLEARINGHOUSE RUN REPORTS IN.
       210-DERIVE-STATUS.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE WS-VER-STU TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   DISPLAY SCRN-BAD-STU
                   GO TO 210-EXIT
           END-READ.
           DISPLAY SCRN-STUDENT-NAME.
           PERFORM 220-FIND-TERM-START.
           IF WS-TERM-START = ZERO
               MOVE "N" TO WS-ENTRY-OK-FLAG
               DISPLAY SCRN-BAD-TERM
               GO TO 210-EXIT
           END-IF.
           PERFORM 230-TOTAL-CREDITS.
           PERFORM 240-FIND-WITHDRAWAL.
           EVALUATE TRUE
               WHEN DEGREE-IN NOT = SPACES
                   AND DEGREE-DATE-IN NOT < WS-TERM-START
                   MOVE "G" TO WS-ENRL-STATUS
                   MOVE "GRADUATED" TO WS-ENRL-DESC
                   MOVE DEGREE-DATE-IN TO WS-EFF-DATE
               WHEN WS-WDRW-DATE > ZERO
                   MOVE "W" TO WS-ENRL-STATUS
                   MOVE "WITHDRAWN" TO WS-ENRL-DESC
                   MOVE WS-WDRW-DATE TO WS-EFF-DATE
               WHEN OTHER
                   CALL "DSB-ENRL-LEVEL" USING WS-STU-CREDITS
                       WS-ENRL-STATUS WS-ENRL-DESC
                   IF WS-ENRL-NONE AND WS-REG-ROWS > ZERO
                       MOVE "W" TO WS-ENRL-STATUS
                       MOVE "WITHDRAWN" TO WS-ENRL-DESC
                       MOVE WS-LAST-DROP-DATE TO WS-EFF-DATE
                   ELSE
                       MOVE WS-TERM-START TO WS-EFF-DATE
                   END-IF
           END-EVALUATE.
           MOVE WS-EFF-MNTH TO WS-EFF-DISP-MNTH.
           MOVE WS-EFF-DY TO WS-EFF-DISP-DY.
           MOVE WS-EFF-YR TO WS-EFF-DISP-YR.
           MOVE WS-TERM-START TO WS-START-BRK.
           MOVE WS-START-MNTH TO WS-START-DISP-MNTH.
           MOVE WS-START-DY TO WS-START-DISP-DY.
           MOVE WS-START-YR TO WS-START-DISP-YR.

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       220-FIND-TERM-START.
           MOVE ZERO TO WS-TERM-START.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           OPEN INPUT TERM-DATES-IN.
           IF WS-TD-STATUS NOT = "35"
               READ TERM-DATES-IN AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-SCAN-EOF
                   IF TD-TERM = WS-VER-TERM
                       MOVE TD-START TO WS-TERM-START
                   END-IF
                   READ TERM-DATES-IN
                       AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TERM-DATES-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    A LIVE REGISTRATION ADDS ITS COURSE'S CREDIT HOURS; A
      *    DROPPED ONE ONLY MOVES THE LAST DROP DATE FORWARD.

       230-TOTAL-CREDITS.
           MOVE ZERO TO WS-STU-CREDITS.
           MOVE ZERO TO WS-REG-ROWS.
           MOVE ZERO TO WS-LAST-DROP-DATE.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           OPEN INPUT REG-IN.
           IF WS-REG-STATUS NOT = "35"
               READ REG-IN AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-SCAN-EOF
                   IF REG-STU-ID = WS-VER-STU
                       AND REG-TERM = WS-VER-TERM
                       ADD 1 TO WS-REG-ROWS
                       PERFORM 235-COUNT-ONE-REGISTRATION
                   END-IF
                   READ REG-IN AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-IN
           END-IF.

      *-----------------------------------------------------------------*

       235-COUNT-ONE-REGISTRATION.
           IF REG-IS-DROPPED
               IF REG-DROP-DATE > WS-LAST-DROP-DATE
                   MOVE REG-DROP-DATE TO WS-LAST-DROP-DATE
               END-IF
           ELSE
               MOVE REG-CRS-CODE TO CRS-CODE-IN
               READ CRS-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CRS-CREDITS-IN TO WS-STU-CREDITS
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY A WITHDRAWAL DATED ON OR AFTER THE TERM START SPEAKS
      *    FOR THIS TERM; THE LATEST ONE WINS.

       240-FIND-WITHDRAWAL.
           MOVE ZERO TO WS-WDRW-DATE.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           OPEN INPUT ARCHIVE-IN.
           IF WS-ARC-STATUS NOT = "35"
               READ ARCHIVE-IN AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-SCAN-EOF
                   IF ARC-STU-ID = WS-VER-STU
                       AND ARC-WDRW-DATE NUMERIC
                       AND ARC-WDRW-DATE NOT < WS-TERM-START
                       AND ARC-WDRW-DATE > WS-WDRW-DATE
                       MOVE ARC-WDRW-DATE TO WS-WDRW-DATE
                   END-IF
                   READ ARCHIVE-IN AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.

      *-----------------------------------------------------------------*

       300-PRINT-LETTER.
           WRITE LETTER-REC FROM WS-LTR-HEAD-1.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-RD-MNTH TO LD-MNTH.
           MOVE WS-RD-DY TO LD-DY.
           MOVE WS-RD-YR TO LD-YR.
           MOVE ID-IN TO LD-STU-ID.
           WRITE LETTER-REC FROM WS-LTR-DATE-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM WS-LTR-SALUTE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO WS-LTR-NAME-LINE.
           STRING "THIS IS TO CERTIFY THAT " DELIMITED BY SIZE
                  FNAME-IN     DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  MNAME-IN     DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  LNAME-IN     DELIMITED BY SPACE
                  INTO WS-LTR-NAME-LINE
           END-STRING.
           WRITE LETTER-REC FROM WS-LTR-NAME-LINE.
           MOVE SPACES TO WS-LTR-BODY-1.
           MOVE SPACES TO WS-LTR-BODY-2.
           EVALUATE TRUE
               WHEN WS-ENRL-GRADUATED
                   STRING "COMPLETED THE REQUIREMENTS FOR THE "
                              DELIMITED BY SIZE
                          DEGREE-IN    DELIMITED BY SPACE
                          " DEGREE, CONFERRED ON "
                              DELIMITED BY SIZE
                          WS-EFF-DISPLAY DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-LTR-BODY-1
                   END-STRING
               WHEN WS-ENRL-WITHDRAWN
                   STRING "WAS ENROLLED FOR THE TERM " DELIMITED BY SIZE
                          WS-VER-TERM  DELIMITED BY SIZE
                          " BEGINNING " DELIMITED BY SIZE
                          WS-START-DISPLAY DELIMITED BY SIZE
                          INTO WS-LTR-BODY-1
                   END-STRING
                   STRING "AND WITHDREW EFFECTIVE " DELIMITED BY SIZE
                          WS-EFF-DISPLAY DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-LTR-BODY-2
                   END-STRING
               WHEN WS-ENRL-NONE
                   STRING "IS NOT ENROLLED FOR THE TERM "
                              DELIMITED BY SIZE
                          WS-VER-TERM  DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO WS-LTR-BODY-1
                   END-STRING
               WHEN OTHER
                   MOVE WS-STU-CREDITS TO WS-LTR-CREDITS
                   STRING "IS ENROLLED " DELIMITED BY SIZE
                          WS-ENRL-DESC DELIMITED BY "  "
                          " FOR THE TERM " DELIMITED BY SIZE
                          WS-VER-TERM  DELIMITED BY SIZE
                          " BEGINNING " DELIMITED BY SIZE
                          WS-START-DISPLAY DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          INTO WS-LTR-BODY-1
                   END-STRING
                   STRING "CARRYING " DELIMITED BY SIZE
                          WS-LTR-CREDITS DELIMITED BY SIZE
                          " CREDIT HOURS." DELIMITED BY SIZE
                          INTO WS-LTR-BODY-2
                   END-STRING
           END-EVALUATE.
           WRITE LETTER-REC FROM WS-LTR-BODY-1.
           IF WS-LTR-BODY-2 NOT = SPACES
               WRITE LETTER-REC FROM WS-LTR-BODY-2
           END-IF.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM WS-LTR-CLOSE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM WS-LTR-SIGN-RULE.
           WRITE LETTER-REC FROM WS-SIGN-LINE.
           MOVE WS-OPERATOR-ID TO VB-OPERATOR.
           WRITE LETTER-REC FROM WS-LTR-VERIFIED-BY.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC.

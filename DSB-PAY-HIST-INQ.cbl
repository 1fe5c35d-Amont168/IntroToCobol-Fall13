      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PAY-HIST-INQ
      *    PURPOSE: PAYROLL EARNINGS HISTORY SCREEN OVER
      *        PAYROLL-EARN-HIST.TXT, THE ONE-RECORD-PER-PAY-DATE
      *        HISTORY PAYROLL-UPDATE-YTD-WKLY WRITES. THREE MODES:
      *    (I)NQUIRY - THE EMPLOYEE'S TWELVE MOST RECENT PAY DATES
      *        WITH GROSS, TAXES, DEDUCTIONS AND GARNISHMENTS, NET,
      *        AND THE CHECK OR ACH REFERENCE THAT PAID EACH ONE.
      *    (S)TUB REPRINT - ONE PAST PAY DATE'S STUB, LAID OUT LIKE
      *        THE DSB-PAY-CHECKS STUB AND MARKED AS A REPRINT, TO
      *        PAYROLL-STUB-REPRINTS.TXT.
      *    (V)ERIFICATION OF EMPLOYMENT - A LETTER ON THE EMPLOYER
      *        NAME FROM DSB-EMPLOYER-PARM.TXT GIVING THE EMPLOYEE'S
      *        STATUS ON THE PAYROLL MASTER AND GROSS EARNINGS BY
      *        MONTH FOR THE TWELVE MONTHS ENDING WITH THE PROCESSING
      *        MONTH, TO PAYROLL-VOE-LETTERS.TXT.
      *    WEEKLY ("R") AND OFF-CYCLE SUPPLEMENTAL ("S") PAYMENTS
      *        SHOW SIDE BY SIDE; A STUB REPRINT FOR A DATE THAT HAD
      *        BOTH REPRINTS BOTH STUBS.
      *    RETRO PAY FOR A BACK-DATED RATE CHANGE PRINTS AS ITS OWN
      *        STUB LINE AND COUNTS AS REGULAR PAY ON THE LETTER.
      *    REPRINTS AND LETTERS ACCUMULATE ACROSS SESSIONS UNTIL THE
      *        PAYROLL OFFICE PRINTS AND EMPTIES THE FILES. EACH ONE
      *        WRITTEN COUNTS AS A TRANSACTION ON THE AUDIT TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PAY-HIST-INQ.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PAY-HIST-IN      ASSIGN "PAYROLL-EARN-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PH-KEY
                               FILE STATUS IS WS-PH-STATUS.

       SELECT EMP-MST          ASSIGN "EMP-MST-OLD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-MST-STATUS.

       SELECT EMPLOYER-PARM-IN ASSIGN "DSB-EMPLOYER-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT STUB-OUT         ASSIGN "PAYROLL-STUB-REPRINTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STUB-STATUS.

       SELECT VOE-OUT          ASSIGN "PAYROLL-VOE-LETTERS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-VOE-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HIST-IN.
           COPY DSB-PAY-HIST.

      *    ONLY THE NAME AND STATUS ARE NEEDED HERE - THE REST OF THE
      *    PAYROLL MASTER RECORD RIDES IN THE FILLERS.
       FD  EMP-MST.
       01  EMP-REC.
           03  EMP-ID                  PIC X(5).
           03  EMP-FNAME               PIC X(10).
           03  EMP-LNAME               PIC X(10).
           03  FILLER                  PIC X(55).
           03  EMP-STATUS              PIC X.
               88  EMP-TERMED                VALUE "T".
           03  FILLER                  PIC X(174).

       FD  EMPLOYER-PARM-IN.
       01  EMPLOYER-PARM-REC.
           03  PP-EIN                  PIC 9(9).
           03  PP-NAME                 PIC X(30).

       FD  STUB-OUT.
       01  STUB-REC                    PIC X(80).

       FD  VOE-OUT.
       01  VOE-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PH-STATUS                PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-STUB-STATUS              PIC XX.
       01  WS-VOE-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-RUN-MODE                 PIC X.
       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-CONFIRM                  PIC X.
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.
       01  WS-INP-EMP-ID               PIC X(5).
       01  WS-INP-PAY-DATE             PIC 9(8).

       01  WS-EMPLOYER-NAME            PIC X(30) VALUE SPACES.
       01  WS-EMP-FOUND-FLAG           PIC X.
           88  WS-EMP-FOUND                  VALUE "Y".
       01  WS-EMP-NAME                 PIC X(21).
       01  WS-EMP-STATUS-TEXT          PIC X(10).

      *    PAY DATES IN AND OUT OF THE HISTORY KEY.
       01  WS-PAY-DATE                 PIC 9(8).
       01  WS-PAY-DATE-BRK REDEFINES WS-PAY-DATE.
           03  WS-PD-YR                PIC 9(4).
           03  WS-PD-MNTH              PIC 9(2).
           03  WS-PD-DY                PIC 9(2).
       01  WS-HIST-CNT                 PIC 9(5) VALUE ZERO.
       01  WS-SKIP-CNT                 PIC 9(5) VALUE ZERO.
       01  WS-READ-CNT                 PIC 9(5) VALUE ZERO.

      *    THE INQUIRY ROWS - BUILT IN WS-ROW-BUILD AND SHOWN ON
      *    SCREEN LINES 07 THRU 18, OLDEST AT THE TOP.
       01  WS-ROW-CNT                  PIC 99 VALUE ZERO.
       01  WS-ROW-IDX                  PIC 99.
       01  WS-ROW-TABLE.
           03  WS-ROW-TEXT             PIC X(76) OCCURS 12 TIMES.
       01  WS-ROW-BUILD.
           03  RB-MNTH                 PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  RB-DY                   PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  RB-YR                   PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-TYPE                 PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RB-GROSS                PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RB-TAXES                PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RB-DEDUCT               PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RB-NET                  PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RB-METHOD               PIC X(5).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-REF                  PIC X(10).
       01  WS-PAY-TYPE-TEXT            PIC X(12).
       01  WS-ROW-TAXES                PIC 9(7)V99.
       01  WS-ROW-DEDUCT               PIC 9(7)V99.

      *    THE VERIFICATION WINDOW - TWELVE CALENDAR MONTHS ENDING
      *    WITH THE PROCESSING MONTH, COUNTED AS YEAR * 12 + MONTH SO
      *    A WINDOW CROSSING A YEAR END NEEDS NO SPECIAL CASE.
       01  WS-WIN-START-ABS            PIC 9(6).
       01  WS-WIN-START-YR             PIC 9(4).
       01  WS-WIN-START-MNTH           PIC 9(2).
       01  WS-MONTH-ABS                PIC 9(6).
       01  WS-MONTH-IDX                PIC S9(3).
       01  WS-VOE-TABLE.
           03  WS-VOE-ENTRY OCCURS 12 TIMES.
               05  WS-VOE-YR           PIC 9(4).
               05  WS-VOE-MNTH         PIC 9(2).
               05  WS-VOE-PAYS         PIC 9(2).
               05  WS-VOE-GROSS        PIC 9(7)V99.
       01  WS-VOE-TOT-PAYS             PIC 9(3) VALUE ZERO.
       01  WS-VOE-TOT-GROSS            PIC 9(9)V99 VALUE ZERO.
       01  WS-VOE-TOT-REG              PIC 9(9)V99 VALUE ZERO.
       01  WS-VOE-TOT-OT               PIC 9(9)V99 VALUE ZERO.
       01  WS-VOE-TOT-PREM             PIC 9(9)V99 VALUE ZERO.
       01  WS-VOE-LAST-PAY             PIC 9(8) VALUE ZERO.

      *    THE REPRINTED STUB - THE DSB-PAY-CHECKS STUB LINES, WITH
      *    THE PAY DATE AND WHAT PAID IT IN PLACE OF THE CHECK FACE.
       01  WS-STUB-CUT-LINE            PIC X(70) VALUE ALL "-".
       01  WS-STUB-REPRINT-LINE.
           03  FILLER                  PIC X(31) VALUE
               "*** STUB REPRINT - NOT A CHECK ".
           03  FILLER                  PIC X(13) VALUE
               "- PAY DATE   ".
           03  SR-MNTH                 PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  SR-DY                   PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  SR-YR                   PIC 9(4).
           03  SR-TYPE                 PIC X(13).
           03  FILLER                  PIC X(4) VALUE " ***".
       01  WS-STUB-LINE-1.
           03  FILLER                  PIC X(9)  VALUE "EMPLOYEE ".
           03  ST-EMP-ID               PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ST-FNAME                PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  ST-LNAME                PIC X(10).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  ST-METHOD               PIC X(6).
           03  ST-REF                  PIC X(10).
       01  WS-STUB-LINE-2.
           03  FILLER                  PIC X(14) VALUE "GROSS PAY     ".
           03  ST-GROSS                PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-2A.
           03  FILLER                  PIC X(14) VALUE "  REGULAR     ".
           03  ST-REG                  PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-2B.
           03  FILLER                  PIC X(14) VALUE "  OVERTIME    ".
           03  ST-OT                   PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-2C.
           03  FILLER                  PIC X(14) VALUE "  PREMIUM     ".
           03  ST-PREM                 PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-2D.
           03  FILLER                  PIC X(14) VALUE "  RETRO PAY   ".
           03  ST-RETRO                PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-3.
           03  FILLER                  PIC X(14) VALUE "FEDERAL W/H   ".
           03  ST-FED                  PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-4.
           03  FILLER                  PIC X(14) VALUE "STATE W/H     ".
           03  ST-ST                   PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-5.
           03  FILLER                  PIC X(14) VALUE "SOC SECURITY  ".
           03  ST-FICA                 PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-6.
           03  FILLER                  PIC X(14) VALUE "MEDICARE      ".
           03  ST-MEDI                 PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-6A.
           03  FILLER                  PIC X(14) VALUE "DEDUCTIONS    ".
           03  ST-DEDUCT               PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-6B.
           03  FILLER                  PIC X(14) VALUE "GARNISHMENTS  ".
           03  ST-GARNISH              PIC $ZZZ,ZZ9.99.
       01  WS-STUB-LINE-7.
           03  FILLER                  PIC X(14) VALUE "NET PAY       ".
           03  ST-NET                  PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-8.
           03  FILLER                  PIC X(14) VALUE "YTD GROSS     ".
           03  ST-YTD                  PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-9.
           03  FILLER                  PIC X(14) VALUE "VACATION HRS  ".
           03  ST-VAC                  PIC -ZZ9.99.
           03  FILLER                  PIC X(12) VALUE "  SICK HRS  ".
           03  ST-SICK                 PIC -ZZ9.99.

      *    THE VERIFICATION-OF-EMPLOYMENT LETTER.
       01  WS-LTR-DATE-LINE.
           03  FILLER                  PIC X(50) VALUE SPACES.
           03  LTR-MNTH                PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-DY                  PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-YR                  PIC 9(4).
       01  WS-LTR-EMPLOYER-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  LTR-EMPLOYER            PIC X(30).
       01  WS-LTR-TITLE                PIC X(60) VALUE
           "     VERIFICATION OF EMPLOYMENT AND EARNINGS".
       01  WS-LTR-SALUTATION           PIC X(60) VALUE
           "     TO WHOM IT MAY CONCERN:".
       01  WS-LTR-EMP-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "EMPLOYEE: ".
           03  LTR-EMP-NAME            PIC X(21).
           03  FILLER                  PIC X(13) VALUE
               "   EMPLOYEE #".
           03  LTR-EMP-ID              PIC X(5).
       01  WS-LTR-STATUS-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(19) VALUE
               "EMPLOYMENT STATUS: ".
           03  LTR-STATUS              PIC X(10).
           03  FILLER                  PIC X(16) VALUE
               "   LAST PAID:   ".
           03  LTR-LAST-MNTH           PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-LAST-DY             PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-LAST-YR             PIC 9(4).
       01  WS-LTR-INTRO-1              PIC X(65) VALUE
           "     GROSS EARNINGS PAID FOR THE TWELVE MONTHS ENDING WITH".
       01  WS-LTR-INTRO-2              PIC X(65) VALUE
           "     THE MONTH OF THIS LETTER, PER OUR PAYROLL RECORDS:".
       01  WS-LTR-COL-HDR.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "MONTH".
           03  FILLER                  PIC X(12) VALUE "PAYMENTS".
           03  FILLER                  PIC X(15) VALUE "   GROSS PAY".
       01  WS-LTR-MONTH-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  LTR-ROW-MNTH            PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  LTR-ROW-YR              PIC 9(4).
           03  FILLER                  PIC X(7) VALUE SPACES.
           03  LTR-ROW-PAYS            PIC Z9.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  LTR-ROW-GROSS           PIC $Z,ZZZ,ZZ9.99.
       01  WS-LTR-TOTAL-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "TOTAL".
           03  LTR-TOT-PAYS            PIC ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  LTR-TOT-GROSS           PIC $ZZ,ZZZ,ZZ9.99.
       01  WS-LTR-SPLIT-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(9) VALUE "REGULAR ".
           03  LTR-TOT-REG             PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(7) VALUE "  OT  ".
           03  LTR-TOT-OT              PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(11) VALUE "  PREMIUM ".
           03  LTR-TOT-PREM            PIC $ZZZ,ZZ9.99.
       01  WS-LTR-CLOSE-1              PIC X(65) VALUE
           "     THIS INFORMATION IS PROVIDED AT THE EMPLOYEE'S".
       01  WS-LTR-CLOSE-2              PIC X(65) VALUE
           "     REQUEST AND IS CONFIDENTIAL.".
       01  WS-LTR-SIGNATURE            PIC X(65) VALUE
           "     PAYROLL DEPARTMENT".
       01  BLANK-LINE                  PIC X VALUE SPACE.
       01  WS-LTR-BREAK-LINE           PIC X(80) VALUE ALL "-".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PAY-HIST-INQ".
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
           03  LINE 05 COL 12  VALUE
               "(I)NQUIRY, (S)TUB REPRINT, OR (V)ERIFICATION LETTER?".
           03  LINE 06 COL 12  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-PAY-HIST-INQ".
           03  LINE 01 COL 28  VALUE   "DSB DATA PROCESSING".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 28  VALUE   "PAYROLL EARNINGS HISTORY".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "EMP ID".
           03  LINE 04 COL 16  PIC X(5)    TO  WS-INP-EMP-ID  AUTO.

       01  SCRN-PAY-DATE.
           03  LINE 04 COL 30  VALUE   "PAY DATE (YYYYMMDD)".
           03  LINE 04 COL 51  PIC 9(8)    TO  WS-INP-PAY-DATE AUTO.

       01  SCRN-ENTRY-MSG.
           03  LINE 05 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-HIST-LIST.
           03  LINE 05 COL 06  PIC X(21)  FROM  WS-EMP-NAME.
           03  LINE 05 COL 40  VALUE   "PAYMENTS ON FILE".
           03  LINE 05 COL 58  PIC ZZZZ9  FROM  WS-HIST-CNT.
           03  LINE 06 COL 01  VALUE   "PAY DATE".
           03  LINE 06 COL 12  VALUE   "T".
           03  LINE 06 COL 20  VALUE   "GROSS".
           03  LINE 06 COL 31  VALUE   "TAXES".
           03  LINE 06 COL 39  VALUE   "DED/GARN".
           03  LINE 06 COL 56  VALUE   "NET".
           03  LINE 06 COL 61  VALUE   "PAID BY".
           03  LINE 07 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(1).
           03  LINE 08 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(2).
           03  LINE 09 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(3).
           03  LINE 10 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(4).
           03  LINE 11 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(5).
           03  LINE 12 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(6).
           03  LINE 13 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(7).
           03  LINE 14 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(8).
           03  LINE 15 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(9).
           03  LINE 16 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(10).
           03  LINE 17 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(11).
           03  LINE 18 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(12).

       01  SCRN-STUB-DETAIL.
           03  LINE 06 COL 06  VALUE   "EMPLOYEE".
           03  LINE 06 COL 24  PIC X(10)  FROM  PH-FNAME.
           03  LINE 06 COL 35  PIC X(10)  FROM  PH-LNAME.
           03  LINE 07 COL 06  VALUE   "PAY TYPE".
           03  LINE 07 COL 24  PIC X(12)  FROM  WS-PAY-TYPE-TEXT.
           03  LINE 08 COL 06  VALUE   "GROSS PAY".
           03  LINE 08 COL 24  PIC Z,ZZZ,ZZ9.99 FROM PH-GROSS.
           03  LINE 09 COL 06  VALUE   "TAXES WITHHELD".
           03  LINE 09 COL 24  PIC Z,ZZZ,ZZ9.99 FROM WS-ROW-TAXES.
           03  LINE 10 COL 06  VALUE   "DEDUCT/GARNISH".
           03  LINE 10 COL 24  PIC Z,ZZZ,ZZ9.99 FROM WS-ROW-DEDUCT.
           03  LINE 11 COL 06  VALUE   "NET PAY".
           03  LINE 11 COL 24  PIC Z,ZZZ,ZZ9.99 FROM PH-NET-PAY.
           03  LINE 12 COL 06  VALUE   "PAID BY".
           03  LINE 12 COL 24  PIC X(5)   FROM  RB-METHOD.
           03  LINE 12 COL 30  PIC X(10)  FROM  PH-PAY-REF.

       01  SCRN-VOE-DETAIL.
           03  LINE 06 COL 06  VALUE   "EMPLOYEE".
           03  LINE 06 COL 24  PIC X(21)  FROM  WS-EMP-NAME.
           03  LINE 07 COL 06  VALUE   "STATUS".
           03  LINE 07 COL 24  PIC X(10)  FROM  WS-EMP-STATUS-TEXT.
           03  LINE 08 COL 06  VALUE   "MONTHS FROM".
           03  LINE 08 COL 24  PIC 9(2)   FROM  WS-WIN-START-MNTH.
           03  LINE 08 COL 26  VALUE   "/".
           03  LINE 08 COL 27  PIC 9(4)   FROM  WS-WIN-START-YR.
           03  LINE 08 COL 33  VALUE   "THRU".
           03  LINE 08 COL 38  PIC 9(2)   FROM  WS-RD-MNTH.
           03  LINE 08 COL 40  VALUE   "/".
           03  LINE 08 COL 41  PIC 9(4)   FROM  WS-RD-YR.
           03  LINE 09 COL 06  VALUE   "PAYMENTS".
           03  LINE 09 COL 24  PIC ZZ9    FROM  WS-VOE-TOT-PAYS.
           03  LINE 10 COL 06  VALUE   "GROSS EARNINGS".
           03  LINE 10 COL 24  PIC ZZ,ZZZ,ZZ9.99 FROM WS-VOE-TOT-GROSS.

       01  SCRN-CNTRL.
           03  SCRN-WRITE.
               05  LINE 23 COL 25  PIC X   TO  WS-CONFIRM AUTO.
               05  LINE 23 COL 27  VALUE   "WRITE IT? (Y/N)".
           03  SCRN-WRITTEN LINE 23 COL 25     VALUE
               "WRITTEN                         ".
           03  SCRN-NOT-WRITTEN LINE 23 COL 25 VALUE
               "NOT WRITTEN                     ".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER? (Y/N)".

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
           OPEN INPUT PAY-HIST-IN.
           IF WS-PH-STATUS = "35"
               DISPLAY "PAYROLL-EARN-HIST.TXT NOT FOUND - NO PAY "
                   "HISTORY ON FILE"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           PERFORM 110-READ-EMPLOYER.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "S"
               WHEN "s"
                   PERFORM 300-STUB-LOOP UNTIL WS-MORE
               WHEN "V"
               WHEN "v"
                   PERFORM 400-VOE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-INQUIRY-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE PAY-HIST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-READ-EMPLOYER.
           OPEN INPUT EMPLOYER-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ EMPLOYER-PARM-IN
                   AT END CONTINUE
                   NOT AT END MOVE PP-NAME TO WS-EMPLOYER-NAME
               END-READ
               CLOSE EMPLOYER-PARM-IN
           END-IF.
      *-----------------------------------------------------------------*
      *    THE PAYROLL MASTER IS SEQUENTIAL AND SHORT - IT IS READ
      *    THROUGH FOR THE ONE EMPLOYEE EACH TIME ONE IS ASKED FOR.
       150-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT EMP-MST.
           IF WS-MST-STATUS NOT = "35"
               READ EMP-MST AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-EMP-FOUND
                   IF EMP-ID = WS-INP-EMP-ID
                       MOVE "Y" TO WS-EMP-FOUND-FLAG
                   ELSE
                       READ EMP-MST AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EMP-MST
           END-IF.
           IF WS-EMP-FOUND
               MOVE SPACES TO WS-EMP-NAME
               STRING FUNCTION TRIM(EMP-FNAME) DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      EMP-LNAME                DELIMITED BY SIZE
                      INTO WS-EMP-NAME
               END-STRING
               IF EMP-TERMED
                   MOVE "TERMINATED" TO WS-EMP-STATUS-TEXT
               ELSE
                   MOVE "ACTIVE" TO WS-EMP-STATUS-TEXT
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
      *    POSITIONS ON THE EMPLOYEE'S FIRST HISTORY RECORD ON OR
      *    AFTER WS-PAY-DATE. WS-PH-STATUS IS LEFT "00" WHEN THERE IS
      *    ONE; 160-READ-NEXT-HIST THEN WALKS FORWARD UNTIL THE
      *    EMPLOYEE CHANGES.
       155-START-HIST.
           MOVE WS-INP-EMP-ID TO PH-EMP-ID.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           MOVE SPACE TO PH-PAY-TYPE.
           MOVE "00" TO WS-PH-STATUS.
           START PAY-HIST-IN KEY IS >= PH-KEY
               INVALID KEY MOVE "23" TO WS-PH-STATUS
           END-START.
           IF WS-PH-STATUS = "00"
               PERFORM 160-READ-NEXT-HIST
           END-IF.
      *-----------------------------------------------------------------*
       160-READ-NEXT-HIST.
           READ PAY-HIST-IN NEXT RECORD
               AT END MOVE "10" TO WS-PH-STATUS
           END-READ.
           IF WS-PH-STATUS = "00"
               AND PH-EMP-ID NOT = WS-INP-EMP-ID
               MOVE "10" TO WS-PH-STATUS
           END-IF.
      *-----------------------------------------------------------------*
       170-SET-PAID-BY.
           EVALUATE TRUE
               WHEN PH-PAID-BY-CHECK
                   MOVE "CHECK" TO RB-METHOD
               WHEN PH-PAID-BY-ACH
                   MOVE "ACH" TO RB-METHOD
               WHEN OTHER
                   MOVE "NONE" TO RB-METHOD
           END-EVALUATE.
           MOVE PH-PAY-TYPE TO RB-TYPE.
           IF PH-SUPPLEMENTAL-PAY
               MOVE "SUPPLEMENTAL" TO WS-PAY-TYPE-TEXT
           ELSE
               MOVE "REGULAR" TO WS-PAY-TYPE-TEXT
           END-IF.
           COMPUTE WS-ROW-TAXES =
               PH-FED-WH + PH-ST-WH + PH-FICA + PH-MEDI.
           COMPUTE WS-ROW-DEDUCT = PH-DEDUCT + PH-GARNISH.
      *-----------------------------------------------------------------*
      *    THE FIRST PASS COUNTS THE EMPLOYEE'S PAY DATES, THE SECOND
      *    SKIPS ALL BUT THE LAST TWELVE AND BUILDS THE SCREEN ROWS.
       200-INQUIRY-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-EMP-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE SPACES TO WS-ROW-TABLE.
           MOVE ZERO TO WS-HIST-CNT WS-ROW-CNT WS-READ-CNT.
           MOVE ZERO TO WS-PAY-DATE.
           PERFORM 155-START-HIST.
           PERFORM UNTIL WS-PH-STATUS NOT = "00"
               ADD 1 TO WS-HIST-CNT
               MOVE PH-FNAME TO WS-EMP-NAME
               MOVE PH-LNAME TO WS-EMP-NAME(12:10)
               PERFORM 160-READ-NEXT-HIST
           END-PERFORM.
           IF WS-HIST-CNT = ZERO
               MOVE "*** NO PAY HISTORY FOR THIS EMPLOYEE ***"
                   TO WS-ENTRY-MSG
               DISPLAY SCRN-ENTRY-MSG
           ELSE
               IF WS-HIST-CNT > 12
                   COMPUTE WS-SKIP-CNT = WS-HIST-CNT - 12
               ELSE
                   MOVE ZERO TO WS-SKIP-CNT
               END-IF
               PERFORM 155-START-HIST
               PERFORM UNTIL WS-PH-STATUS NOT = "00"
                   ADD 1 TO WS-READ-CNT
                   IF WS-READ-CNT > WS-SKIP-CNT
                       PERFORM 210-BUILD-ROW
                   END-IF
                   PERFORM 160-READ-NEXT-HIST
               END-PERFORM
               DISPLAY SCRN-HIST-LIST
               ADD 1 TO WS-TRANS-CNTR
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       210-BUILD-ROW.
           PERFORM 170-SET-PAID-BY.
           MOVE PH-PAY-DATE TO WS-PAY-DATE.
           MOVE WS-PD-MNTH TO RB-MNTH.
           MOVE WS-PD-DY TO RB-DY.
           MOVE WS-PD-YR TO RB-YR.
           MOVE PH-GROSS TO RB-GROSS.
           MOVE WS-ROW-TAXES TO RB-TAXES.
           MOVE WS-ROW-DEDUCT TO RB-DEDUCT.
           MOVE PH-NET-PAY TO RB-NET.
           MOVE PH-PAY-REF TO RB-REF.
           ADD 1 TO WS-ROW-CNT.
           MOVE WS-ROW-BUILD TO WS-ROW-TEXT(WS-ROW-CNT).
      *-----------------------------------------------------------------*
       300-STUB-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-EMP-ID.
           MOVE ZERO TO WS-INP-PAY-DATE.
           DISPLAY SCRN-ID.
           DISPLAY SCRN-PAY-DATE.
           ACCEPT SCRN-ID.
           ACCEPT SCRN-PAY-DATE.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-PAY-DATE TO WS-PAY-DATE.
           PERFORM 155-START-HIST.
           IF WS-PH-STATUS NOT = "00"
               OR PH-PAY-DATE NOT = WS-INP-PAY-DATE
               MOVE "*** NO PAY HISTORY FOR THAT EMPLOYEE/DATE ***"
                   TO WS-ENTRY-MSG
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               PERFORM 170-SET-PAID-BY
               DISPLAY SCRN-STUB-DETAIL
               DISPLAY SCRN-WRITE
               ACCEPT SCRN-WRITE
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM UNTIL WS-PH-STATUS NOT = "00"
                           OR PH-PAY-DATE NOT = WS-INP-PAY-DATE
                       PERFORM 170-SET-PAID-BY
                       PERFORM 310-WRITE-STUB
                       ADD 1 TO WS-TRANS-CNTR
                       PERFORM 160-READ-NEXT-HIST
                   END-PERFORM
                   DISPLAY SCRN-WRITTEN
               ELSE
                   DISPLAY SCRN-NOT-WRITTEN
               END-IF
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       310-WRITE-STUB.
           OPEN EXTEND STUB-OUT.
           IF WS-STUB-STATUS = "35"
               OPEN OUTPUT STUB-OUT
           END-IF.
           MOVE PH-PAY-DATE TO WS-PAY-DATE.
           MOVE WS-PD-MNTH TO SR-MNTH.
           MOVE WS-PD-DY TO SR-DY.
           MOVE WS-PD-YR TO SR-YR.
           IF PH-SUPPLEMENTAL-PAY
               MOVE " SUPPLEMENTAL" TO SR-TYPE
           ELSE
               MOVE SPACES TO SR-TYPE
           END-IF.
           WRITE STUB-REC FROM WS-STUB-REPRINT-LINE.
           MOVE PH-EMP-ID TO ST-EMP-ID.
           MOVE PH-FNAME TO ST-FNAME.
           MOVE PH-LNAME TO ST-LNAME.
           MOVE RB-METHOD TO ST-METHOD.
           MOVE PH-PAY-REF TO ST-REF.
           WRITE STUB-REC FROM WS-STUB-LINE-1.
           MOVE PH-GROSS TO ST-GROSS.
           WRITE STUB-REC FROM WS-STUB-LINE-2.
           MOVE PH-REG-PAY TO ST-REG.
           WRITE STUB-REC FROM WS-STUB-LINE-2A.
           MOVE PH-OT-PAY TO ST-OT.
           WRITE STUB-REC FROM WS-STUB-LINE-2B.
           MOVE PH-PREM-PAY TO ST-PREM.
           WRITE STUB-REC FROM WS-STUB-LINE-2C.
           IF PH-RETRO-PAY > ZERO
               MOVE PH-RETRO-PAY TO ST-RETRO
               WRITE STUB-REC FROM WS-STUB-LINE-2D
           END-IF.
           MOVE PH-FED-WH TO ST-FED.
           WRITE STUB-REC FROM WS-STUB-LINE-3.
           MOVE PH-ST-WH TO ST-ST.
           WRITE STUB-REC FROM WS-STUB-LINE-4.
           MOVE PH-FICA TO ST-FICA.
           WRITE STUB-REC FROM WS-STUB-LINE-5.
           MOVE PH-MEDI TO ST-MEDI.
           WRITE STUB-REC FROM WS-STUB-LINE-6.
           MOVE PH-DEDUCT TO ST-DEDUCT.
           WRITE STUB-REC FROM WS-STUB-LINE-6A.
           MOVE PH-GARNISH TO ST-GARNISH.
           WRITE STUB-REC FROM WS-STUB-LINE-6B.
           MOVE PH-NET-PAY TO ST-NET.
           WRITE STUB-REC FROM WS-STUB-LINE-7.
           MOVE PH-YTD-GROSS TO ST-YTD.
           WRITE STUB-REC FROM WS-STUB-LINE-8.
           MOVE PH-VAC-BAL TO ST-VAC.
           MOVE PH-SICK-BAL TO ST-SICK.
           WRITE STUB-REC FROM WS-STUB-LINE-9.
           WRITE STUB-REC FROM WS-STUB-CUT-LINE.
           MOVE BLANK-LINE TO STUB-REC.
           WRITE STUB-REC.
           CLOSE STUB-OUT.
      *-----------------------------------------------------------------*
      *    ONLY AN EMPLOYEE STILL ON THE PAYROLL MASTER CAN BE
      *    VERIFIED - THE LETTER STATES THEIR STATUS FROM IT.
       400-VOE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-EMP-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           MOVE SPACES TO WS-ENTRY-MSG.
           PERFORM 150-FIND-EMPLOYEE.
           IF NOT WS-EMP-FOUND
               MOVE "*** EMPLOYEE NOT ON THE PAYROLL MASTER ***"
                   TO WS-ENTRY-MSG
           ELSE
               PERFORM 410-GATHER-EARNINGS
               IF WS-VOE-TOT-PAYS = ZERO
                   MOVE "*** NO PAY IN THE LAST TWELVE MONTHS ***"
                       TO WS-ENTRY-MSG
               END-IF
           END-IF.
           IF WS-ENTRY-MSG = SPACES
               DISPLAY SCRN-VOE-DETAIL
               DISPLAY SCRN-WRITE
               ACCEPT SCRN-WRITE
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM 420-WRITE-LETTER
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-WRITTEN
               ELSE
                   DISPLAY SCRN-NOT-WRITTEN
               END-IF
           ELSE
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       410-GATHER-EARNINGS.
           COMPUTE WS-WIN-START-ABS =
               (WS-RD-YR * 12) + WS-RD-MNTH - 11.
           COMPUTE WS-WIN-START-YR = (WS-WIN-START-ABS - 1) / 12.
           COMPUTE WS-WIN-START-MNTH =
               WS-WIN-START-ABS - (WS-WIN-START-YR * 12).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
               COMPUTE WS-MONTH-ABS = WS-WIN-START-ABS + WS-ROW-IDX - 1
               COMPUTE WS-VOE-YR(WS-ROW-IDX) = (WS-MONTH-ABS - 1) / 12
               COMPUTE WS-VOE-MNTH(WS-ROW-IDX) =
                   WS-MONTH-ABS - (WS-VOE-YR(WS-ROW-IDX) * 12)
               MOVE ZERO TO WS-VOE-PAYS(WS-ROW-IDX)
               MOVE ZERO TO WS-VOE-GROSS(WS-ROW-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-VOE-TOT-PAYS WS-VOE-TOT-GROSS
               WS-VOE-TOT-REG WS-VOE-TOT-OT WS-VOE-TOT-PREM
               WS-VOE-LAST-PAY.
           COMPUTE WS-PAY-DATE =
               (WS-WIN-START-YR * 10000) + (WS-WIN-START-MNTH * 100)
               + 1.
           PERFORM 155-START-HIST.
           PERFORM UNTIL WS-PH-STATUS NOT = "00"
               MOVE PH-PAY-DATE TO WS-PAY-DATE
               COMPUTE WS-MONTH-IDX =
                   (WS-PD-YR * 12) + WS-PD-MNTH - WS-WIN-START-ABS + 1
               IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= 12
                   ADD 1 TO WS-VOE-PAYS(WS-MONTH-IDX)
                   ADD PH-GROSS TO WS-VOE-GROSS(WS-MONTH-IDX)
                   ADD 1 TO WS-VOE-TOT-PAYS
                   ADD PH-GROSS TO WS-VOE-TOT-GROSS
                   ADD PH-REG-PAY PH-RETRO-PAY TO WS-VOE-TOT-REG
                   ADD PH-OT-PAY TO WS-VOE-TOT-OT
                   ADD PH-PREM-PAY TO WS-VOE-TOT-PREM
                   MOVE PH-PAY-DATE TO WS-VOE-LAST-PAY
               END-IF
               PERFORM 160-READ-NEXT-HIST
           END-PERFORM.
      *-----------------------------------------------------------------*
       420-WRITE-LETTER.
           OPEN EXTEND VOE-OUT.
           IF WS-VOE-STATUS = "35"
               OPEN OUTPUT VOE-OUT
           END-IF.
           MOVE WS-RD-MNTH TO LTR-MNTH.
           MOVE WS-RD-DY TO LTR-DY.
           MOVE WS-RD-YR TO LTR-YR.
           WRITE VOE-REC FROM WS-LTR-DATE-LINE.
           MOVE WS-EMPLOYER-NAME TO LTR-EMPLOYER.
           WRITE VOE-REC FROM WS-LTR-EMPLOYER-LINE.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-TITLE.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-SALUTATION.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           MOVE WS-EMP-NAME TO LTR-EMP-NAME.
           MOVE WS-INP-EMP-ID TO LTR-EMP-ID.
           WRITE VOE-REC FROM WS-LTR-EMP-LINE.
           MOVE WS-EMP-STATUS-TEXT TO LTR-STATUS.
           MOVE WS-VOE-LAST-PAY TO WS-PAY-DATE.
           MOVE WS-PD-MNTH TO LTR-LAST-MNTH.
           MOVE WS-PD-DY TO LTR-LAST-DY.
           MOVE WS-PD-YR TO LTR-LAST-YR.
           WRITE VOE-REC FROM WS-LTR-STATUS-LINE.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-INTRO-1.
           WRITE VOE-REC FROM WS-LTR-INTRO-2.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-COL-HDR.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
               MOVE WS-VOE-MNTH(WS-ROW-IDX) TO LTR-ROW-MNTH
               MOVE WS-VOE-YR(WS-ROW-IDX) TO LTR-ROW-YR
               MOVE WS-VOE-PAYS(WS-ROW-IDX) TO LTR-ROW-PAYS
               MOVE WS-VOE-GROSS(WS-ROW-IDX) TO LTR-ROW-GROSS
               WRITE VOE-REC FROM WS-LTR-MONTH-LINE
           END-PERFORM.
           MOVE WS-VOE-TOT-PAYS TO LTR-TOT-PAYS.
           MOVE WS-VOE-TOT-GROSS TO LTR-TOT-GROSS.
           WRITE VOE-REC FROM WS-LTR-TOTAL-LINE.
           MOVE WS-VOE-TOT-REG TO LTR-TOT-REG.
           MOVE WS-VOE-TOT-OT TO LTR-TOT-OT.
           MOVE WS-VOE-TOT-PREM TO LTR-TOT-PREM.
           WRITE VOE-REC FROM WS-LTR-SPLIT-LINE.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-CLOSE-1.
           WRITE VOE-REC FROM WS-LTR-CLOSE-2.
           MOVE BLANK-LINE TO VOE-REC.
           WRITE VOE-REC.
           WRITE VOE-REC FROM WS-LTR-SIGNATURE.
           WRITE VOE-REC FROM WS-LTR-BREAK-LINE.
           CLOSE VOE-OUT.

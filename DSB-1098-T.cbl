      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-1098-T
      *    PURPOSE: YEAR-END 1098-T TUITION STATEMENT RUN, MODELED ON
      *        DSB-1098-MTG AND DSB-1099-INT. EVERY CHARGE AND CREDIT
      *        ON DSB-STU-OPEN-ITEMS.TXT DATED IN THE TAX YEAR IS
      *        TOTALED PER STUDENT: QUALIFIED TUITION BILLED (BOX 1)
      *        NET OF SAME-YEAR DROP REFUNDS, REFUNDS OF A PRIOR
      *        YEAR'S TUITION (BOX 4), THE SCHOLARSHIP AND AID CREDITS
      *        TUITION-ASSESS POSTS FROM DSB-AID-AWARDS.TXT (BOX 5),
      *        REVERSALS OF A PRIOR YEAR'S AID (BOX 6), AND TUITION
      *        BILLED THIS YEAR FOR A TERM THAT STARTS NEXT YEAR
      *        (BOX 7). PLAN AND LATE FEES ARE NOT QUALIFIED TUITION.
      *        THE HALF-TIME INDICATOR (BOX 8) IS SET WHEN THE STUDENT
      *        CARRIED AT LEAST 6 CREDIT HOURS IN ANY TERM OF THE YEAR
      *        ON DSB-REGISTRATIONS.TXT, AND THE GRADUATE INDICATOR
      *        (BOX 9) WHEN A STUDENT ALREADY HOLDING A CONFERRED
      *        DEGREE WAS REGISTERED IN THE YEAR. EACH STUDENT GETS A
      *        STATEMENT MAILED TO THE PERMANENT ADDRESS ON THE
      *        STUDENT MASTER, THE REGISTER PRINTS WITH BOX TOTALS,
      *        AND THE FILING EXTRACT (DSB-1098T-EFILE.TXT) CARRIES
      *        THE FULL STUDENT TIN - IT RELEASES WITH ITS MANIFEST
      *        ONLY WHEN ITS TRAILER TIES TO THE REGISTER. THE TIN IS
      *        ALWAYS MASKED ON THE STATEMENT, AND ON THE REGISTER
      *        UNLESS THE OPERATOR IS AUTHORIZED FOR "DSB-BURSAR".
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-1098-T.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT STU-OI-IN        ASSIGN "DSB-STU-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT SORTED-OI        ASSIGN "DSB-1098t-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-1098t-srt.wrk".

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT REG-IN           ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT CRS-MST-IN       ASSIGN "DSB-COURSE-CATALOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT PAYER-PARM-IN    ASSIGN "DSB-EMPLOYER-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-1098T-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STMT-OUT         ASSIGN "DSB-1098T-STATEMENTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EFILE-OUT        ASSIGN "DSB-1098T-EFILE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  STU-OI-IN.
       01  SOI-REC.
           03  SOI-STU-ID              PIC X(5).
           03  SOI-TERM                PIC X(5).
           03  SOI-TERM-BRK REDEFINES SOI-TERM.
               05  SOI-TERM-YR         PIC 9(4).
               05  FILLER              PIC X.
           03  SOI-TYPE                PIC X.
               88  SOI-IS-TUITION                  VALUE "T".
               88  SOI-IS-AID                      VALUE "A".
               88  SOI-IS-REFUND                   VALUE "R".
           03  SOI-DATE                PIC 9(8).
           03  SOI-DATE-BRK REDEFINES SOI-DATE.
               05  SOI-DATE-YR         PIC 9(4).
               05  FILLER              PIC 9(4).
           03  SOI-BILLED              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-STU-ID              PIC X(5).
           03  FILLER                  PIC X(6).
           03  SRT-DATE                PIC 9(8).
           03  FILLER                  PIC X(17).

       FD  SORTED-OI.
       01  REC-SORTED                  PIC X(36).

       FD  STU-MST-IN.
       01  REC-IN.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  FILLER                  PIC X(52).
           03  STR-PRM-IN              PIC X(25).
           03  CTY-PRM-IN              PIC X(20).
           03  ST-PRM-IN               PIC X(2).
           03  ZIP-PRM-IN              PIC X(5).
           03  FILLER                  PIC X(30).
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
           03  STU-TIN-IN              PIC X(9).
           03  FILLER                  PIC X(9).

       FD  REG-IN.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-TERM-BRK REDEFINES REG-TERM.
               05  REG-TERM-YR         PIC 9(4).
               05  FILLER              PIC X.
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

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

       FD  PAYER-PARM-IN.
       01  PAYER-PARM-REC.
           03  PP-EIN                  PIC 9(9).
           03  PP-NAME                 PIC X(30).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  STMT-OUT.
       01  STMT-REC                    PIC X(80).

       FD  EFILE-OUT.
       01  EFILE-REC                   PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-SOI-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-PREV-STU                 PIC X(5) VALUE SPACES.

      *    ONE STUDENT'S BOXES, BUILT UP AS THEIR ITEMS GO BY.
       01  WS-BOX-1                    PIC S9(7)V99 VALUE ZERO.
       01  WS-BOX-4                    PIC S9(7)V99 VALUE ZERO.
       01  WS-BOX-5                    PIC S9(7)V99 VALUE ZERO.
       01  WS-BOX-6                    PIC S9(7)V99 VALUE ZERO.
       01  WS-BOX-7-FLAG               PIC X VALUE "N".
           88  WS-BOX-7                      VALUE "Y".
       01  WS-HALF-TIME-FLAG           PIC X VALUE "N".
           88  WS-HALF-TIME                  VALUE "Y".
       01  WS-GRADUATE-FLAG            PIC X VALUE "N".
           88  WS-GRADUATE                   VALUE "Y".
       01  WS-ENROLLED-FLAG            PIC X VALUE "N".
           88  WS-ENROLLED                   VALUE "Y".
       01  WS-MST-FOUND-FLAG           PIC X VALUE "N".
           88  WS-MST-FOUND                  VALUE "Y".

      *    CREDIT HOURS CARRIED PER STUDENT PER TERM OF THE TAX YEAR,
      *    FROM THE REGISTRATIONS STILL ON THE BOOKS.
       01  WS-CR-CNT                   PIC 9(4) VALUE ZERO.
       01  WS-CR-IDX                   PIC 9(4).
       01  WS-CR-SLOT                  PIC 9(4).
       01  WS-CR-FULL-FLAG             PIC X VALUE "N".
           88  WS-CR-FULL                    VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-CR-TABLE.
           03  WS-CR-ENTRY OCCURS 3000 TIMES.
               05  WS-CR-STU-ID        PIC X(5).
               05  WS-CR-TERM          PIC X(5).
               05  WS-CR-CREDITS       PIC 9(3).
       01  WS-CRS-CREDITS              PIC 99.

      *    TAXPAYER ID VIEWING RIGHTS - BURSAR OPERATORS ONLY.
       01  WS-PASSWORD                 PIC X(8).
       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-BURSAR".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-NO-VIEW              PIC X VALUE "N".
       01  WS-TIN-TYPE                 PIC X VALUE "S".
       01  WS-TIN-DISPLAY              PIC X(11).
       01  WS-NO-TIN-CNT               PIC 9(7) VALUE ZERO.

       01  WS-REGISTER-HDR-1.
           03  FILLER                  PIC X(40)
                   VALUE "ID     STUDENT NAME                TIN  ".
           03  FILLER                  PIC X(40)
                   VALUE "          HALF-TIME  GRADUATE   NEXT-YR ".

       01  WS-REGISTER-ROW.
           03  REG-STU-ID-O            PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-LNAME               PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  REG-FNAME               PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  REG-TIN                 PIC X(11).
           03  FILLER                  PIC X(8) VALUE SPACES.
           03  REG-HALF-TIME           PIC X.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  REG-GRADUATE            PIC X.
           03  FILLER                  PIC X(9) VALUE SPACES.
           03  REG-BOX-7               PIC X.

       01  WS-REGISTER-ROW-2.
           03  FILLER                  PIC X(7) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "B1 ".
           03  REG-BOX-1               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(6) VALUE "  B4 ".
           03  REG-BOX-4               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(6) VALUE "  B5 ".
           03  REG-BOX-5               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(6) VALUE "  B6 ".
           03  REG-BOX-6               PIC $ZZZ,ZZ9.99.

       01  WS-STMT-TITLE.
           03  FILLER                  PIC X(38)
                       VALUE "FORM 1098-T  TUITION STATEMENT  YEAR ".
           03  ST-YEAR                 PIC 9(4).
       01  WS-STMT-FILER.
           03  FILLER                  PIC X(8) VALUE "FILER:  ".
           03  ST-FILER-NAME           PIC X(30).
           03  FILLER                  PIC X(6) VALUE "  EIN ".
           03  ST-FILER-EIN            PIC 9(9).
       01  WS-STMT-NAME.
           03  ST-FNAME                PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  ST-LNAME                PIC X(20).
           03  FILLER                  PIC X(11)
                       VALUE " STUDENT ID".
           03  FILLER                  PIC X VALUE SPACE.
           03  ST-STU-ID               PIC X(5).
       01  WS-STMT-STREET.
           03  ST-STREET               PIC X(25).
       01  WS-STMT-CITY.
           03  ST-CITY                 PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  ST-STATE                PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ST-ZIP                  PIC X(5).
       01  WS-STMT-TIN.
           03  FILLER                  PIC X(40)
                   VALUE "STUDENT'S TAXPAYER ID NUMBER            ".
           03  ST-TIN                  PIC X(11).
       01  WS-STMT-AMT-LINE.
           03  ST-AMT-LABEL            PIC X(40).
           03  ST-AMOUNT               PIC $ZZZ,ZZ9.99.
       01  WS-STMT-FLAG-LINE.
           03  ST-FLAG-LABEL           PIC X(40).
           03  FILLER                  PIC X VALUE "[".
           03  ST-FLAG                 PIC X.
           03  FILLER                  PIC X VALUE "]".
       01  WS-STMT-RETAIN              PIC X(60) VALUE
           "RETAIN THIS STATEMENT FOR YOUR TAX RECORDS (FORM 1098-T).".

      *    BOX TOTALS FOR THE REGISTER AND THE EXTRACT TRAILER.
       01  WS-TOT-BOX-1                PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-BOX-4                PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-BOX-5                PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-BOX-6                PIC 9(9)V99 VALUE ZERO.
       01  WS-HALF-TIME-CNT            PIC 9(7) VALUE ZERO.
       01  WS-GRADUATE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(36).
           03  TOT-AMOUNT              PIC $ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-CNT-ROW.
           03  TOT-CNT-LABEL           PIC X(36).
           03  TOT-CNT                 PIC Z,ZZZ,ZZ9.

       01  WS-PAYER-EIN                PIC 9(9) VALUE ZERO.
       01  WS-PAYER-NAME               PIC X(30) VALUE SPACES.

       01  WS-EF-HEADER.
           03  FILLER                  PIC X(1)  VALUE "A".
           03  EFH-EIN                 PIC 9(9).
           03  EFH-NAME                PIC X(30).
           03  EFH-TAX-YEAR            PIC 9(4).
           03  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-EF-DETAIL.
           03  FILLER                  PIC X(1)  VALUE "B".
           03  EFD-STU-ID              PIC X(5).
           03  EFD-LNAME               PIC X(20).
           03  EFD-FNAME               PIC X(20).
           03  EFD-TAX-YEAR            PIC 9(4).
           03  EFD-TIN                 PIC X(9).
           03  EFD-BOX-1               PIC 9(7)V99.
           03  EFD-BOX-4               PIC 9(7)V99.
           03  EFD-BOX-5               PIC 9(7)V99.
           03  EFD-BOX-6               PIC 9(7)V99.
           03  EFD-BOX-7               PIC X.
           03  EFD-HALF-TIME           PIC X.
           03  EFD-GRADUATE            PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-EF-TRAILER.
           03  FILLER                  PIC X(1)  VALUE "C".
           03  EFT-COUNT               PIC 9(7).
           03  EFT-BOX-1               PIC 9(11)V99.
           03  EFT-BOX-4               PIC 9(11)V99.
           03  EFT-BOX-5               PIC 9(11)V99.
           03  EFT-BOX-6               PIC 9(11)V99.
           03  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-EF-CNTR                  PIC 9(7) VALUE ZERO.
       01  WS-EF-BOX-1                 PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-BOX-5                 PIC 9(11)V99 VALUE ZERO.
       01  WS-EF-BALANCED-FLAG         PIC X VALUE "N".
           88  WS-EF-BALANCED                VALUE "Y".

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-1098-T".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-OUT-CNTR                 PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           DISPLAY "ENTER TAX YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT STU-OI-IN.
           IF WS-SOI-STATUS = "35"
               DISPLAY "DSB-STU-OPEN-ITEMS.TXT NOT FOUND - NOTHING "
                   "TO REPORT"
               GOBACK
           END-IF.
           CLOSE STU-OI-IN.
           PERFORM 130-READ-PAYER-PARM.
           PERFORM 110-LOAD-CREDIT-HOURS.
           SORT SRT-WORK ON ASCENDING KEY SRT-STU-ID SRT-DATE
               USING STU-OI-IN
               GIVING SORTED-OI.
           OPEN INPUT SORTED-OI.
           OPEN INPUT STU-MST-IN.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT STMT-OUT.
           OPEN OUTPUT EFILE-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           PERFORM 140-WRITE-EFILE-HEADER.
           MOVE "N" TO WS-EOF-FLAG.
           READ SORTED-OI INTO SOI-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 200-ACCUMULATE-LOOP UNTIL WS-EOF.
           IF WS-PREV-STU NOT = SPACES
               PERFORM 300-FINISH-STUDENT THRU 300-EXIT
           END-IF.
           PERFORM 400-PRINT-TOTALS.
           CLOSE SORTED-OI.
           CLOSE STU-MST-IN.
           CLOSE RPT-OUT.
           CLOSE STMT-OUT.
           PERFORM 420-CLOSE-OUT-EFILE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-OUT-CNTR
               WS-END-STATUS.
           DISPLAY "STUDENTS REPORTED = " WS-OUT-CNTR.
           IF WS-OUT-CNTR = ZERO
               DISPLAY "*** NO QUALIFIED TUITION FOUND FOR TAX YEAR "
                   WS-TAX-YEAR " ***"
           END-IF.
           IF WS-NO-TIN-CNT > ZERO
               DISPLAY "*** " WS-NO-TIN-CNT " STUDENTS HAVE NO TIN ON "
                   "FILE - SOLICIT A W-9 FROM EACH ***"
           END-IF.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    CREDIT HOURS PER STUDENT PER TERM FOR EVERY TERM OF THE TAX
      *    YEAR. A DROPPED REGISTRATION CARRIES NO HOURS; A COURSE NO
      *    LONGER IN THE CATALOG COUNTS AS ZERO HOURS.

       110-LOAD-CREDIT-HOURS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-IN.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NO HALF-"
                   "TIME OR GRADUATE INDICATORS SET"
           ELSE
               OPEN INPUT CRS-MST-IN
               READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF REG-TERM-YR = WS-TAX-YEAR
                       AND NOT REG-IS-DROPPED
                       PERFORM 115-ADD-CREDIT-HOURS
                   END-IF
                   READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-IN
               CLOSE CRS-MST-IN
           END-IF.

      *-----------------------------------------------------------------*

       115-ADD-CREDIT-HOURS.
           MOVE REG-CRS-CODE TO CRS-CODE-IN.
           READ CRS-MST-IN
               INVALID KEY
                   MOVE ZERO TO WS-CRS-CREDITS
               NOT INVALID KEY
                   MOVE CRS-CREDITS-IN TO WS-CRS-CREDITS
           END-READ.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-CNT OR WS-FOUND
               IF WS-CR-STU-ID(WS-CR-IDX) = REG-STU-ID
                   AND WS-CR-TERM(WS-CR-IDX) = REG-TERM
                   MOVE WS-CR-IDX TO WS-CR-SLOT
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-CR-CNT < 3000
                   ADD 1 TO WS-CR-CNT
                   MOVE REG-STU-ID TO WS-CR-STU-ID(WS-CR-CNT)
                   MOVE REG-TERM   TO WS-CR-TERM(WS-CR-CNT)
                   MOVE ZERO       TO WS-CR-CREDITS(WS-CR-CNT)
                   MOVE WS-CR-CNT  TO WS-CR-SLOT
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   IF NOT WS-CR-FULL
                       MOVE "Y" TO WS-CR-FULL-FLAG
                       DISPLAY "*** CREDIT HOUR TABLE FULL AT 3000 "
                           "STUDENT TERMS - LATER ONES NOT COUNTED ***"
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND
               ADD WS-CRS-CREDITS TO WS-CR-CREDITS(WS-CR-SLOT)
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-REGISTER-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "1098-T TUITION STATEMENT REGISTER" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-REGISTER-HDR-1.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    THE FILER EIN AND NAME LIVE ON DSB-EMPLOYER-PARM.TXT,
      *    SHARED WITH THE W-2 AND 1099 FILINGS - ONE INSTITUTION, ONE
      *    EIN. THE OPERATOR IS ONLY ASKED WHEN THE PARM FILE HAS
      *    NEVER BEEN SET UP, AND THE ANSWER IS KEPT.

       130-READ-PAYER-PARM.
           OPEN INPUT PAYER-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PAYER-PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-EIN TO WS-PAYER-EIN
                       MOVE PP-NAME TO WS-PAYER-NAME
               END-READ
               CLOSE PAYER-PARM-IN
           END-IF.
           IF WS-PAYER-EIN = ZERO
               DISPLAY "FILER EIN (9 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-PAYER-EIN
               DISPLAY "FILER NAME: " WITH NO ADVANCING
               ACCEPT WS-PAYER-NAME
               OPEN OUTPUT PAYER-PARM-IN
               MOVE WS-PAYER-EIN TO PP-EIN
               MOVE WS-PAYER-NAME TO PP-NAME
               WRITE PAYER-PARM-REC
               CLOSE PAYER-PARM-IN
           END-IF.

      *-----------------------------------------------------------------*

       140-WRITE-EFILE-HEADER.
           MOVE WS-PAYER-EIN TO EFH-EIN.
           MOVE WS-PAYER-NAME TO EFH-NAME.
           MOVE WS-TAX-YEAR TO EFH-TAX-YEAR.
           WRITE EFILE-REC FROM WS-EF-HEADER.

      *-----------------------------------------------------------------*

       200-ACCUMULATE-LOOP.
           IF SOI-STU-ID NOT = WS-PREV-STU
               IF WS-PREV-STU NOT = SPACES
                   PERFORM 300-FINISH-STUDENT THRU 300-EXIT
               END-IF
               PERFORM 210-START-STUDENT
           END-IF.
           IF SOI-DATE-YR = WS-TAX-YEAR
               PERFORM 220-APPLY-ITEM
           END-IF.
           MOVE SOI-STU-ID TO WS-PREV-STU.
           READ SORTED-OI INTO SOI-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-START-STUDENT.
           MOVE ZERO TO WS-BOX-1 WS-BOX-4 WS-BOX-5 WS-BOX-6.
           MOVE "N" TO WS-BOX-7-FLAG.

      *-----------------------------------------------------------------*
      *    ONLY ITEMS DATED IN THE TAX YEAR REACH HERE. A TERM'S YEAR
      *    IS THE FIRST FOUR CHARACTERS OF THE TERM CODE. A REFUND OR
      *    AID REVERSAL AGAINST AN EARLIER YEAR'S TERM IS A PRIOR-YEAR
      *    ADJUSTMENT AND LEAVES THIS YEAR'S BOXES 1 AND 5 ALONE.

       220-APPLY-ITEM.
           EVALUATE TRUE
               WHEN SOI-IS-TUITION
                   ADD SOI-BILLED TO WS-BOX-1
                   IF SOI-TERM-YR > WS-TAX-YEAR
                       MOVE "Y" TO WS-BOX-7-FLAG
                   END-IF
               WHEN SOI-IS-REFUND
                   IF SOI-TERM-YR < WS-TAX-YEAR
                       SUBTRACT SOI-BILLED FROM WS-BOX-4
                   ELSE
                       ADD SOI-BILLED TO WS-BOX-1
                   END-IF
               WHEN SOI-IS-AID
                   IF SOI-BILLED < ZERO
                       SUBTRACT SOI-BILLED FROM WS-BOX-5
                   ELSE
                       IF SOI-TERM-YR < WS-TAX-YEAR
                           ADD SOI-BILLED TO WS-BOX-6
                       ELSE
                           SUBTRACT SOI-BILLED FROM WS-BOX-5
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------*
      *    A STUDENT WITH NOTHING IN ANY BOX FOR THE YEAR GETS NO FORM.
      *    A SAME-YEAR REFUND OR AID REVERSAL NEVER DRIVES A BOX BELOW
      *    ZERO.

       300-FINISH-STUDENT.
           IF WS-BOX-1 < ZERO
               MOVE ZERO TO WS-BOX-1
           END-IF.
           IF WS-BOX-5 < ZERO
               MOVE ZERO TO WS-BOX-5
           END-IF.
           IF WS-BOX-1 = ZERO AND WS-BOX-4 = ZERO
               AND WS-BOX-5 = ZERO AND WS-BOX-6 = ZERO
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-READ-STUDENT.
           PERFORM 320-SET-INDICATORS.
           ADD 1 TO WS-OUT-CNTR.
           ADD WS-BOX-1 TO WS-TOT-BOX-1.
           ADD WS-BOX-4 TO WS-TOT-BOX-4.
           ADD WS-BOX-5 TO WS-TOT-BOX-5.
           ADD WS-BOX-6 TO WS-TOT-BOX-6.
           IF STU-TIN-IN = SPACES
               ADD 1 TO WS-NO-TIN-CNT
           END-IF.
           PERFORM 330-PRINT-REGISTER-ROW.
           PERFORM 340-WRITE-STATEMENT.
           PERFORM 350-WRITE-EFILE-DETAIL.
       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       310-READ-STUDENT.
           MOVE "Y" TO WS-MST-FOUND-FLAG.
           MOVE WS-PREV-STU TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   MOVE "N" TO WS-MST-FOUND-FLAG
                   MOVE SPACES TO FNAME-IN LNAME-IN STR-PRM-IN
                       CTY-PRM-IN ST-PRM-IN ZIP-PRM-IN DEGREE-IN
                       STU-TIN-IN
           END-READ.
           IF NOT WS-MST-FOUND
               DISPLAY "*** STUDENT " WS-PREV-STU " NOT ON THE "
                   "STUDENT MASTER - STATEMENT HAS NO ADDRESS ***"
           END-IF.

      *-----------------------------------------------------------------*
      *    HALF-TIME IS 6 OR MORE CREDIT HOURS IN ANY ONE TERM OF THE
      *    YEAR. A STUDENT WHO ALREADY HOLDS A CONFERRED DEGREE AND
      *    WAS REGISTERED IN THE YEAR IS REPORTED AS A GRADUATE
      *    STUDENT.

       320-SET-INDICATORS.
           MOVE "N" TO WS-HALF-TIME-FLAG.
           MOVE "N" TO WS-GRADUATE-FLAG.
           MOVE "N" TO WS-ENROLLED-FLAG.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-CNT
               IF WS-CR-STU-ID(WS-CR-IDX) = WS-PREV-STU
                   MOVE "Y" TO WS-ENROLLED-FLAG
                   IF WS-CR-CREDITS(WS-CR-IDX) >= 6
                       MOVE "Y" TO WS-HALF-TIME-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENROLLED AND DEGREE-IN NOT = SPACES
               MOVE "Y" TO WS-GRADUATE-FLAG
           END-IF.
           IF WS-HALF-TIME
               ADD 1 TO WS-HALF-TIME-CNT
           END-IF.
           IF WS-GRADUATE
               ADD 1 TO WS-GRADUATE-CNT
           END-IF.

      *-----------------------------------------------------------------*

       330-PRINT-REGISTER-ROW.
           MOVE WS-PREV-STU TO REG-STU-ID-O.
           MOVE LNAME-IN TO REG-LNAME.
           MOVE FNAME-IN TO REG-FNAME.
           CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG STU-TIN-IN
               WS-TIN-TYPE WS-TIN-DISPLAY.
           MOVE WS-TIN-DISPLAY TO REG-TIN.
           MOVE WS-HALF-TIME-FLAG TO REG-HALF-TIME.
           MOVE WS-GRADUATE-FLAG TO REG-GRADUATE.
           MOVE WS-BOX-7-FLAG TO REG-BOX-7.
           WRITE RPT-REC FROM WS-REGISTER-ROW.
           MOVE WS-BOX-1 TO REG-BOX-1.
           MOVE WS-BOX-4 TO REG-BOX-4.
           MOVE WS-BOX-5 TO REG-BOX-5.
           MOVE WS-BOX-6 TO REG-BOX-6.
           WRITE RPT-REC FROM WS-REGISTER-ROW-2.

      *-----------------------------------------------------------------*
      *    THE STUDENT'S COPY GOES TO THE PERMANENT ADDRESS - THE
      *    LOCAL ADDRESS IS GONE BY THE TIME FORMS MAIL IN JANUARY.
      *    THE TIN IS ALWAYS MASKED ON THE MAILED COPY.

       340-WRITE-STATEMENT.
           MOVE WS-TAX-YEAR TO ST-YEAR.
           WRITE STMT-REC FROM WS-STMT-TITLE.
           MOVE WS-PAYER-NAME TO ST-FILER-NAME.
           MOVE WS-PAYER-EIN TO ST-FILER-EIN.
           WRITE STMT-REC FROM WS-STMT-FILER.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE FNAME-IN TO ST-FNAME.
           MOVE LNAME-IN TO ST-LNAME.
           MOVE WS-PREV-STU TO ST-STU-ID.
           WRITE STMT-REC FROM WS-STMT-NAME.
           MOVE STR-PRM-IN TO ST-STREET.
           WRITE STMT-REC FROM WS-STMT-STREET.
           MOVE CTY-PRM-IN TO ST-CITY.
           MOVE ST-PRM-IN TO ST-STATE.
           MOVE ZIP-PRM-IN TO ST-ZIP.
           WRITE STMT-REC FROM WS-STMT-CITY.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           CALL "DSB-TIN-MASK" USING WS-TIN-NO-VIEW STU-TIN-IN
               WS-TIN-TYPE WS-TIN-DISPLAY.
           MOVE WS-TIN-DISPLAY TO ST-TIN.
           WRITE STMT-REC FROM WS-STMT-TIN.
           MOVE "BOX 1  PAYMENTS RECEIVED FOR QUALIFIED" TO
               ST-AMT-LABEL.
           MOVE WS-BOX-1 TO ST-AMOUNT.
           WRITE STMT-REC FROM WS-STMT-AMT-LINE.
           MOVE "         TUITION AND RELATED EXPENSES" TO STMT-REC.
           WRITE STMT-REC.
           MOVE "BOX 4  ADJUSTMENTS MADE FOR A PRIOR YEAR" TO
               ST-AMT-LABEL.
           MOVE WS-BOX-4 TO ST-AMOUNT.
           WRITE STMT-REC FROM WS-STMT-AMT-LINE.
           MOVE "BOX 5  SCHOLARSHIPS OR GRANTS" TO ST-AMT-LABEL.
           MOVE WS-BOX-5 TO ST-AMOUNT.
           WRITE STMT-REC FROM WS-STMT-AMT-LINE.
           MOVE "BOX 6  ADJUSTMENTS TO SCHOLARSHIPS FOR A" TO
               ST-AMT-LABEL.
           MOVE WS-BOX-6 TO ST-AMOUNT.
           WRITE STMT-REC FROM WS-STMT-AMT-LINE.
           MOVE "         PRIOR YEAR" TO STMT-REC.
           WRITE STMT-REC.
           MOVE "BOX 7  INCLUDES AMOUNTS FOR AN ACADEMIC" TO
               ST-FLAG-LABEL.
           MOVE WS-BOX-7-FLAG TO ST-FLAG.
           WRITE STMT-REC FROM WS-STMT-FLAG-LINE.
           MOVE "         PERIOD BEGINNING JAN-MAR NEXT YEAR" TO
               STMT-REC.
           WRITE STMT-REC.
           MOVE "BOX 8  AT LEAST HALF-TIME STUDENT" TO ST-FLAG-LABEL.
           MOVE WS-HALF-TIME-FLAG TO ST-FLAG.
           WRITE STMT-REC FROM WS-STMT-FLAG-LINE.
           MOVE "BOX 9  GRADUATE STUDENT" TO ST-FLAG-LABEL.
           MOVE WS-GRADUATE-FLAG TO ST-FLAG.
           WRITE STMT-REC FROM WS-STMT-FLAG-LINE.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           WRITE STMT-REC FROM WS-STMT-RETAIN.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           WRITE STMT-REC.

      *-----------------------------------------------------------------*
      *    THE FILING EXTRACT ALWAYS CARRIES THE FULL TIN.

       350-WRITE-EFILE-DETAIL.
           MOVE WS-PREV-STU TO EFD-STU-ID.
           MOVE LNAME-IN TO EFD-LNAME.
           MOVE FNAME-IN TO EFD-FNAME.
           MOVE WS-TAX-YEAR TO EFD-TAX-YEAR.
           MOVE STU-TIN-IN TO EFD-TIN.
           MOVE WS-BOX-1 TO EFD-BOX-1.
           MOVE WS-BOX-4 TO EFD-BOX-4.
           MOVE WS-BOX-5 TO EFD-BOX-5.
           MOVE WS-BOX-6 TO EFD-BOX-6.
           MOVE WS-BOX-7-FLAG TO EFD-BOX-7.
           MOVE WS-HALF-TIME-FLAG TO EFD-HALF-TIME.
           MOVE WS-GRADUATE-FLAG TO EFD-GRADUATE.
           WRITE EFILE-REC FROM WS-EF-DETAIL.
           ADD 1 TO WS-EF-CNTR.
           ADD WS-BOX-1 TO WS-EF-BOX-1.
           ADD WS-BOX-5 TO WS-EF-BOX-5.

      *-----------------------------------------------------------------*

       400-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "TOTAL BOX 1 QUALIFIED TUITION:" TO TOT-LABEL.
           MOVE WS-TOT-BOX-1 TO TOT-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "TOTAL BOX 4 PRIOR-YEAR ADJUSTMENTS:" TO TOT-LABEL.
           MOVE WS-TOT-BOX-4 TO TOT-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "TOTAL BOX 5 SCHOLARSHIPS/GRANTS:" TO TOT-LABEL.
           MOVE WS-TOT-BOX-5 TO TOT-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "TOTAL BOX 6 PRIOR-YEAR AID ADJ:" TO TOT-LABEL.
           MOVE WS-TOT-BOX-6 TO TOT-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "STUDENTS REPORTED:" TO TOT-CNT-LABEL.
           MOVE WS-OUT-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-CNT-ROW.
           MOVE "AT LEAST HALF-TIME:" TO TOT-CNT-LABEL.
           MOVE WS-HALF-TIME-CNT TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-CNT-ROW.
           MOVE "GRADUATE STUDENTS:" TO TOT-CNT-LABEL.
           MOVE WS-GRADUATE-CNT TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-CNT-ROW.
           MOVE "NO TIN ON FILE:" TO TOT-CNT-LABEL.
           MOVE WS-NO-TIN-CNT TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-CNT-ROW.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

      *-----------------------------------------------------------------*
      *    THE "C" TRAILER MUST EQUAL THE PRINTED REGISTER'S COUNT AND
      *    BOX 1 AND BOX 5 TOTALS BEFORE THE FILE RELEASES. AN OUT-OF-
      *    BALANCE FILE IS EMPTIED ON THE SPOT. A RELEASED FILE WRITES
      *    ITS TRANSMISSION MANIFEST WITH BOX 1 AS THE DOLLAR HASH.

       420-CLOSE-OUT-EFILE.
           MOVE WS-EF-CNTR TO EFT-COUNT.
           MOVE WS-EF-BOX-1 TO EFT-BOX-1.
           MOVE WS-TOT-BOX-4 TO EFT-BOX-4.
           MOVE WS-EF-BOX-5 TO EFT-BOX-5.
           MOVE WS-TOT-BOX-6 TO EFT-BOX-6.
           WRITE EFILE-REC FROM WS-EF-TRAILER.
           CLOSE EFILE-OUT.
           MOVE "N" TO WS-EF-BALANCED-FLAG.
           IF WS-EF-CNTR = WS-OUT-CNTR
               AND WS-EF-BOX-1 = WS-TOT-BOX-1
               AND WS-EF-BOX-5 = WS-TOT-BOX-5
               MOVE "Y" TO WS-EF-BALANCED-FLAG
           END-IF.
           IF WS-EF-BALANCED
               DISPLAY "1098-T EXTRACT RELEASED - " WS-EF-CNTR
                   " DETAIL RECORDS"
               MOVE "DSB-1098T-EFILE.TXT" TO WS-MANIFEST-FILE
               MOVE WS-EF-CNTR TO WS-MANIFEST-CNT
               MOVE WS-EF-BOX-1 TO WS-MANIFEST-HASH
               CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
                   WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH
           ELSE
               DISPLAY "*** 1098-T EXTRACT DOES NOT TIE TO THE "
                   "PRINTED REGISTER - FILE EMPTIED, NOT RELEASED ***"
               OPEN OUTPUT EFILE-OUT
               CLOSE EFILE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.

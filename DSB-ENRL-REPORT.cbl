      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ENRL-REPORT
      *    PURPOSE: MONTHLY ENROLLMENT REPORTING RUN FOR THE STUDENT
      *        LOAN CLEARINGHOUSE. THE REPORTING TERM IS THE LATEST
      *        ONE ON DSB-TERM-DATES.TXT ALREADY STARTED BY THE
      *        PROCESSING DATE. EVERY STUDENT WITH A REGISTRATION FOR
      *        THAT TERM ON DSB-REGISTRATIONS.TXT IS REPORTED WITH AN
      *        ENROLLMENT STATUS FROM THE CREDIT HOURS STILL CARRIED
      *        (DSB-ENRL-LEVEL SETS FULL-TIME, THREE-QUARTER, HALF-TIME
      *        OR LESS THAN HALF-TIME). A STUDENT WITHDRAWN ON OR AFTER
      *        THE TERM START REPORTS (W)ITHDRAWN EFFECTIVE THE DATE ON
      *        DSB-STU-ARCHIVE.TXT; ONE WHO HAS DROPPED EVERY COURSE
      *        REPORTS WITHDRAWN AS OF THE LAST DROP; A DEGREE
      *        CONFERRED SINCE THE TERM STARTED REPORTS (G)RADUATED.
      *        THE FIXED-FORMAT FILE DSB-ENRL-CLEARINGHOUSE.TXT (HEADER,
      *        ONE DETAIL PER STUDENT, TRAILER) MUST TIE TO THE PRINTED
      *        REGISTER DSB-ENRL-REGISTER.TXT BEFORE IT RELEASES WITH
      *        ITS DSB-MANIFEST ROW, CREDIT HOURS BEING THE HASH.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ENRL-REPORT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT REG-IN           ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT SORTED-REG       ASSIGN "DSB-enrl-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-enrl-srt.wrk".

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

       SELECT ARCHIVE-IN       ASSIGN "DSB-STU-ARCHIVE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ARC-STATUS.

       SELECT TERM-DATES-IN    ASSIGN "DSB-TERM-DATES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TD-STATUS.

       SELECT SCHOOL-PARM-IN   ASSIGN "DSB-CLEARINGHOUSE-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-ENRL-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EFILE-OUT        ASSIGN "DSB-ENRL-CLEARINGHOUSE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  REG-IN.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-STU-ID              PIC X(5).
           03  FILLER                  PIC X(22).

       FD  SORTED-REG.
       01  REC-SORTED                  PIC X(27).

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
           03  BRTH-DATE-IN.
               05  BRTH-YR-IN          PIC X(4).
               05  BRTH-MNTH-IN        PIC X(2).
               05  BRTH-DY-IN          PIC X(2).
           03  FILLER                  PIC X(8).
           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  DEGREE-IN               PIC X(4).
           03  DEGREE-DATE-IN          PIC 9(8).
           03  HONORS-IN               PIC X.
           03  STU-TIN-IN              PIC X(9).
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

       FD  ARCHIVE-IN.
           COPY DSB-STU-ARCHIVE.

       FD  TERM-DATES-IN.
       01  TERM-DATE-REC.
           03  TD-TERM                 PIC X(5).
           03  TD-START                PIC 9(8).

       FD  SCHOOL-PARM-IN.
       01  SCHOOL-PARM-REC.
           03  CP-SCHOOL-CODE          PIC X(8).
           03  CP-SCHOOL-NAME          PIC X(30).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  EFILE-OUT.
       01  EFILE-REC                   PIC X(150).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-REG-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-ARC-STATUS               PIC XX.
       01  WS-TD-STATUS                PIC XX.
       01  WS-PARM-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-RPT-TERM                 PIC X(5) VALUE SPACES.
       01  WS-TERM-START               PIC 9(8) VALUE ZERO.
       01  WS-SCHOOL-CODE              PIC X(8) VALUE SPACES.
       01  WS-SCHOOL-NAME              PIC X(30) VALUE SPACES.

      *    ONE STUDENT'S TERM, BUILT UP AS THE SORTED ROWS GO BY.
       01  WS-PREV-STU                 PIC X(5) VALUE SPACES.
       01  WS-STU-CREDITS              PIC 9(3) VALUE ZERO.
       01  WS-LAST-DROP-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CRS-CREDITS              PIC 99.
       01  WS-ENRL-STATUS              PIC X.
           88  WS-ENRL-FULL                  VALUE "F".
           88  WS-ENRL-THREE-QTR             VALUE "Q".
           88  WS-ENRL-HALF                  VALUE "H".
           88  WS-ENRL-LESS-HALF             VALUE "L".
           88  WS-ENRL-WITHDRAWN             VALUE "W" "N".
           88  WS-ENRL-GRADUATED             VALUE "G".
       01  WS-ENRL-DESC                PIC X(20).
       01  WS-EFF-DATE                 PIC 9(8).
       01  WS-EFF-DATE-BRK REDEFINES WS-EFF-DATE.
           03  WS-EFF-YR               PIC 9(4).
           03  WS-EFF-MNTH             PIC 99.
           03  WS-EFF-DY               PIC 99.

      *    WITHDRAWALS FROM THE ARCHIVE DATED INSIDE THE TERM. ONE
      *    WITH NO TERM REGISTRATION LEFT IS STILL REPORTED AT THE END.
       01  WS-WD-CNT                   PIC 9(4) VALUE ZERO.
       01  WS-WD-IDX                   PIC 9(4).
       01  WS-WD-HIT                   PIC 9(4) VALUE ZERO.
       01  WS-WD-KEY                   PIC X(5).
       01  WS-WD-TABLE.
           03  WS-WD-ENTRY OCCURS 1000 TIMES.
               05  WS-WD-STU-ID        PIC X(5).
               05  WS-WD-DATE          PIC 9(8).
               05  WS-WD-DONE-FLAG     PIC X.
                   88  WS-WD-DONE              VALUE "Y".

       01  WS-OUT-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-NO-MST-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-NO-TIN-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-TOT-CREDITS              PIC 9(9) VALUE ZERO.
       01  WS-CNT-FULL                 PIC 9(7) VALUE ZERO.
       01  WS-CNT-THREE-QTR            PIC 9(7) VALUE ZERO.
       01  WS-CNT-HALF                 PIC 9(7) VALUE ZERO.
       01  WS-CNT-LESS-HALF            PIC 9(7) VALUE ZERO.
       01  WS-CNT-WITHDRAWN            PIC 9(7) VALUE ZERO.
       01  WS-CNT-GRADUATED            PIC 9(7) VALUE ZERO.

       01  WS-EF-CNTR                  PIC 9(7) VALUE ZERO.
       01  WS-EF-CREDITS               PIC 9(9) VALUE ZERO.
       01  WS-EF-BALANCED-FLAG         PIC X VALUE "N".
           88  WS-EF-BALANCED                VALUE "Y".
       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-EF-HEADER.
           03  FILLER                  PIC X VALUE "H".
           03  EFH-SCHOOL-CODE         PIC X(8).
           03  EFH-SCHOOL-NAME         PIC X(30).
           03  EFH-TERM                PIC X(5).
           03  EFH-TERM-START          PIC 9(8).
           03  EFH-REPORT-DATE         PIC 9(8).
           03  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-EF-DETAIL.
           03  FILLER                  PIC X VALUE "D".
           03  EFD-TIN                 PIC X(9).
           03  EFD-FNAME               PIC X(20).
           03  EFD-MINIT               PIC X.
           03  EFD-LNAME               PIC X(20).
           03  EFD-BIRTH-DATE          PIC X(8).
           03  EFD-STATUS              PIC X.
           03  EFD-STATUS-DATE         PIC 9(8).
           03  EFD-CREDITS             PIC 9(3).
           03  EFD-TERM                PIC X(5).
           03  EFD-TERM-START          PIC 9(8).
           03  EFD-STREET              PIC X(25).
           03  EFD-CITY                PIC X(20).
           03  EFD-STATE               PIC X(2).
           03  EFD-ZIP                 PIC X(5).
           03  EFD-STU-ID              PIC X(5).
           03  EFD-MAJOR               PIC X(4).
           03  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-EF-TRAILER.
           03  FILLER                  PIC X VALUE "T".
           03  EFT-COUNT               PIC 9(7).
           03  EFT-FULL                PIC 9(7).
           03  EFT-THREE-QTR           PIC 9(7).
           03  EFT-HALF                PIC 9(7).
           03  EFT-LESS-HALF           PIC 9(7).
           03  EFT-WITHDRAWN           PIC 9(7).
           03  EFT-GRADUATED           PIC 9(7).
           03  EFT-CREDITS             PIC 9(9).
           03  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-REGISTER-HDR.
           03  FILLER                  PIC X(40)
                   VALUE "ID     STUDENT NAME               STATUS".
           03  FILLER                  PIC X(40)
                   VALUE "                CRS  EFFECTIVE          ".

       01  WS-REGISTER-ROW.
           03  RR-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-LNAME                PIC X(15).
           03  FILLER                  PIC X VALUE SPACE.
           03  RR-FNAME                PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-STATUS-DESC          PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  RR-CREDITS              PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-EFF-MNTH             PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  RR-EFF-DY               PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  RR-EFF-YR               PIC 9(4).

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(36).
           03  TOT-CNT                 PIC Z,ZZZ,ZZ9.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ENRL-REPORT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-FIND-REPORTING-TERM.
           IF WS-RPT-TERM = SPACES
               DISPLAY "NO TERM ON DSB-TERM-DATES.TXT HAS STARTED BY "
                   WS-RUN-DATE " - NOTHING TO REPORT"
               GOBACK
           END-IF.
           OPEN INPUT REG-IN.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NOTHING "
                   "TO REPORT"
               GOBACK
           END-IF.
           CLOSE REG-IN.
           DISPLAY "REPORTING TERM " WS-RPT-TERM " STARTED "
               WS-TERM-START.
           PERFORM 120-LOAD-WITHDRAWALS.
           PERFORM 130-READ-SCHOOL-PARM.
           SORT SRT-WORK ON ASCENDING KEY SRT-STU-ID
               USING REG-IN
               GIVING SORTED-REG.
           OPEN INPUT SORTED-REG.
           OPEN INPUT STU-MST-IN.
           OPEN INPUT CRS-MST-IN.
           OPEN OUTPUT RPT-OUT.
           OPEN OUTPUT EFILE-OUT.
           PERFORM 140-PRINT-REGISTER-HEADER.
           PERFORM 150-WRITE-EFILE-HEADER.
           MOVE "N" TO WS-EOF-FLAG.
           READ SORTED-REG INTO REG-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 200-ACCUMULATE-LOOP UNTIL WS-EOF.
           IF WS-PREV-STU NOT = SPACES
               PERFORM 300-FINISH-STUDENT THRU 300-EXIT
           END-IF.
           PERFORM 350-LEFTOVER-WITHDRAWALS.
           PERFORM 400-PRINT-TOTALS.
           CLOSE SORTED-REG.
           CLOSE STU-MST-IN.
           CLOSE CRS-MST-IN.
           CLOSE RPT-OUT.
           PERFORM 420-CLOSE-OUT-EFILE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-OUT-CNTR
               WS-END-STATUS.
           DISPLAY "STUDENTS REPORTED = " WS-OUT-CNTR.
           IF WS-NO-TIN-CNTR > ZERO
               DISPLAY "*** " WS-NO-TIN-CNTR " STUDENTS HAVE NO TIN ON "
                   "FILE - THE CLEARINGHOUSE MATCHES ON IT ***"
           END-IF.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE TERM IN PROGRESS - THE LATEST START DATE NOT AFTER THE
      *    PROCESSING DATE. A TERM NOT YET STARTED HAS NOTHING TO
      *    VERIFY.

       110-FIND-REPORTING-TERM.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TERM-DATES-IN.
           IF WS-TD-STATUS NOT = "35"
               READ TERM-DATES-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF TD-START NOT > WS-RUN-DATE
                       AND TD-START > WS-TERM-START
                       MOVE TD-TERM TO WS-RPT-TERM
                       MOVE TD-START TO WS-TERM-START
                   END-IF
                   READ TERM-DATES-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TERM-DATES-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    AN ARCHIVE ROW WRITTEN BEFORE THE WITHDRAWAL DATE WAS KEPT
      *    ON IT CARRIES NO DATE AND IS PASSED OVER. A STUDENT
      *    WITHDRAWN TWICE KEEPS THE LATER DATE.

       120-LOAD-WITHDRAWALS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ARCHIVE-IN.
           IF WS-ARC-STATUS NOT = "35"
               READ ARCHIVE-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF ARC-WDRW-DATE NUMERIC
                       AND ARC-WDRW-DATE NOT < WS-TERM-START
                       AND ARC-WDRW-DATE NOT > WS-RUN-DATE
                       PERFORM 125-KEEP-WITHDRAWAL
                   END-IF
                   READ ARCHIVE-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.

      *-----------------------------------------------------------------*

       125-KEEP-WITHDRAWAL.
           MOVE ARC-STU-ID TO WS-WD-KEY.
           PERFORM 910-FIND-WITHDRAWAL.
           IF WS-WD-HIT > ZERO
               IF ARC-WDRW-DATE > WS-WD-DATE(WS-WD-HIT)
                   MOVE ARC-WDRW-DATE TO WS-WD-DATE(WS-WD-HIT)
               END-IF
           ELSE
               IF WS-WD-CNT < 1000
                   ADD 1 TO WS-WD-CNT
                   MOVE ARC-STU-ID TO WS-WD-STU-ID(WS-WD-CNT)
                   MOVE ARC-WDRW-DATE TO WS-WD-DATE(WS-WD-CNT)
                   MOVE "N" TO WS-WD-DONE-FLAG(WS-WD-CNT)
               ELSE
                   DISPLAY "*** WITHDRAWAL TABLE FULL AT 1000 - "
                       ARC-STU-ID " NOT REPORTED WITHDRAWN ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    THE SCHOOL CODE AND NAME THE CLEARINGHOUSE KNOWS US BY.
      *    THE OPERATOR IS ONLY ASKED WHEN THE PARM FILE HAS NEVER
      *    BEEN SET UP, AND THE ANSWER IS KEPT.

       130-READ-SCHOOL-PARM.
           OPEN INPUT SCHOOL-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ SCHOOL-PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE CP-SCHOOL-CODE TO WS-SCHOOL-CODE
                       MOVE CP-SCHOOL-NAME TO WS-SCHOOL-NAME
               END-READ
               CLOSE SCHOOL-PARM-IN
           END-IF.
           IF WS-SCHOOL-CODE = SPACES
               DISPLAY "CLEARINGHOUSE SCHOOL CODE (8): "
                   WITH NO ADVANCING
               ACCEPT WS-SCHOOL-CODE
               DISPLAY "SCHOOL NAME: " WITH NO ADVANCING
               ACCEPT WS-SCHOOL-NAME
               OPEN OUTPUT SCHOOL-PARM-IN
               MOVE WS-SCHOOL-CODE TO CP-SCHOOL-CODE
               MOVE WS-SCHOOL-NAME TO CP-SCHOOL-NAME
               WRITE SCHOOL-PARM-REC
               CLOSE SCHOOL-PARM-IN
           END-IF.

      *-----------------------------------------------------------------*

       140-PRINT-REGISTER-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE SPACES TO RPT-REC.
           STRING "ENROLLMENT REPORTING REGISTER - TERM "
                      DELIMITED BY SIZE
                  WS-RPT-TERM DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-REGISTER-HDR.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       150-WRITE-EFILE-HEADER.
           MOVE WS-SCHOOL-CODE TO EFH-SCHOOL-CODE.
           MOVE WS-SCHOOL-NAME TO EFH-SCHOOL-NAME.
           MOVE WS-RPT-TERM TO EFH-TERM.
           MOVE WS-TERM-START TO EFH-TERM-START.
           MOVE WS-RUN-DATE TO EFH-REPORT-DATE.
           WRITE EFILE-REC FROM WS-EF-HEADER.

      *-----------------------------------------------------------------*
      *    ONLY THE REPORTING TERM'S ROWS COUNT. A LIVE ROW ADDS ITS
      *    COURSE'S CREDIT HOURS; A DROPPED ONE ONLY MOVES THE LAST
      *    DROP DATE FORWARD.

       200-ACCUMULATE-LOOP.
           IF REG-TERM = WS-RPT-TERM
               IF REG-STU-ID NOT = WS-PREV-STU
                   IF WS-PREV-STU NOT = SPACES
                       PERFORM 300-FINISH-STUDENT THRU 300-EXIT
                   END-IF
                   MOVE REG-STU-ID TO WS-PREV-STU
                   MOVE ZERO TO WS-STU-CREDITS
                   MOVE ZERO TO WS-LAST-DROP-DATE
               END-IF
               IF REG-IS-DROPPED
                   IF REG-DROP-DATE > WS-LAST-DROP-DATE
                       MOVE REG-DROP-DATE TO WS-LAST-DROP-DATE
                   END-IF
               ELSE
                   MOVE REG-CRS-CODE TO CRS-CODE-IN
                   READ CRS-MST-IN
                       INVALID KEY
                           MOVE ZERO TO WS-CRS-CREDITS
                       NOT INVALID KEY
                           MOVE CRS-CREDITS-IN TO WS-CRS-CREDITS
                   END-READ
                   ADD WS-CRS-CREDITS TO WS-STU-CREDITS
               END-IF
           END-IF.
           READ SORTED-REG INTO REG-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    GRADUATED OUTRANKS WITHDRAWN, WHICH OUTRANKS THE CREDIT
      *    LOAD. A STUDENT STILL ON THE TERM WITH NO LIVE HOURS HAS
      *    DROPPED EVERYTHING AND REPORTS WITHDRAWN AS OF THE LAST
      *    DROP.

       300-FINISH-STUDENT.
           MOVE WS-PREV-STU TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   ADD 1 TO WS-NO-MST-CNTR
                   DISPLAY "*** " WS-PREV-STU " REGISTERED BUT NOT ON "
                       "THE STUDENT MASTER - NOT REPORTED ***"
                   GO TO 300-EXIT
           END-READ.
           MOVE WS-PREV-STU TO WS-WD-KEY.
           PERFORM 910-FIND-WITHDRAWAL.
           EVALUATE TRUE
               WHEN DEGREE-IN NOT = SPACES
                   AND DEGREE-DATE-IN NOT < WS-TERM-START
                   MOVE "G" TO WS-ENRL-STATUS
                   MOVE "GRADUATED" TO WS-ENRL-DESC
                   MOVE DEGREE-DATE-IN TO WS-EFF-DATE
               WHEN WS-WD-HIT > ZERO
                   MOVE "W" TO WS-ENRL-STATUS
                   MOVE "WITHDRAWN" TO WS-ENRL-DESC
                   MOVE WS-WD-DATE(WS-WD-HIT) TO WS-EFF-DATE
               WHEN OTHER
                   CALL "DSB-ENRL-LEVEL" USING WS-STU-CREDITS
                       WS-ENRL-STATUS WS-ENRL-DESC
                   IF WS-ENRL-STATUS = "N"
                       MOVE "W" TO WS-ENRL-STATUS
                       MOVE "WITHDRAWN" TO WS-ENRL-DESC
                       MOVE WS-LAST-DROP-DATE TO WS-EFF-DATE
                   ELSE
                       MOVE WS-TERM-START TO WS-EFF-DATE
                   END-IF
           END-EVALUATE.
           IF WS-WD-HIT > ZERO
               MOVE "Y" TO WS-WD-DONE-FLAG(WS-WD-HIT)
           END-IF.
           PERFORM 320-WRITE-STUDENT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       320-WRITE-STUDENT.
           ADD 1 TO WS-OUT-CNTR.
           ADD WS-STU-CREDITS TO WS-TOT-CREDITS.
           EVALUATE TRUE
               WHEN WS-ENRL-FULL
                   ADD 1 TO WS-CNT-FULL
               WHEN WS-ENRL-THREE-QTR
                   ADD 1 TO WS-CNT-THREE-QTR
               WHEN WS-ENRL-HALF
                   ADD 1 TO WS-CNT-HALF
               WHEN WS-ENRL-LESS-HALF
                   ADD 1 TO WS-CNT-LESS-HALF
               WHEN WS-ENRL-GRADUATED
                   ADD 1 TO WS-CNT-GRADUATED
               WHEN OTHER
                   ADD 1 TO WS-CNT-WITHDRAWN
           END-EVALUATE.
           IF STU-TIN-IN = SPACES
               ADD 1 TO WS-NO-TIN-CNTR
           END-IF.
           MOVE ID-IN TO RR-STU-ID.
           MOVE LNAME-IN TO RR-LNAME.
           MOVE FNAME-IN TO RR-FNAME.
           MOVE WS-ENRL-DESC TO RR-STATUS-DESC.
           MOVE WS-STU-CREDITS TO RR-CREDITS.
           MOVE WS-EFF-MNTH TO RR-EFF-MNTH.
           MOVE WS-EFF-DY TO RR-EFF-DY.
           MOVE WS-EFF-YR TO RR-EFF-YR.
           WRITE RPT-REC FROM WS-REGISTER-ROW.
           MOVE STU-TIN-IN TO EFD-TIN.
           MOVE FNAME-IN TO EFD-FNAME.
           MOVE MNAME-IN TO EFD-MINIT.
           MOVE LNAME-IN TO EFD-LNAME.
           MOVE BRTH-DATE-IN TO EFD-BIRTH-DATE.
           MOVE WS-ENRL-STATUS TO EFD-STATUS.
           MOVE WS-EFF-DATE TO EFD-STATUS-DATE.
           MOVE WS-STU-CREDITS TO EFD-CREDITS.
           MOVE WS-RPT-TERM TO EFD-TERM.
           MOVE WS-TERM-START TO EFD-TERM-START.
           MOVE STR-PRM-IN TO EFD-STREET.
           MOVE CTY-PRM-IN TO EFD-CITY.
           MOVE ST-PRM-IN TO EFD-STATE.
           MOVE ZIP-PRM-IN TO EFD-ZIP.
           MOVE ID-IN TO EFD-STU-ID.
           MOVE MJR-CD-IN TO EFD-MAJOR.
           WRITE EFILE-REC FROM WS-EF-DETAIL.
           ADD 1 TO WS-EF-CNTR.
           ADD WS-STU-CREDITS TO WS-EF-CREDITS.

      *-----------------------------------------------------------------*
      *    A STUDENT WITHDRAWN DURING THE TERM WHOSE REGISTRATIONS
      *    WERE TAKEN OFF THE FILE ENTIRELY STILL OWES THE LENDER A
      *    WITHDRAWN REPORT.

       350-LEFTOVER-WITHDRAWALS.
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-CNT
               IF NOT WS-WD-DONE(WS-WD-IDX)
                   MOVE WS-WD-STU-ID(WS-WD-IDX) TO ID-IN
                   READ STU-MST-IN
                       INVALID KEY
                           ADD 1 TO WS-NO-MST-CNTR
                       NOT INVALID KEY
                           MOVE ZERO TO WS-STU-CREDITS
                           MOVE "W" TO WS-ENRL-STATUS
                           MOVE "WITHDRAWN" TO WS-ENRL-DESC
                           MOVE WS-WD-DATE(WS-WD-IDX) TO WS-EFF-DATE
                           PERFORM 320-WRITE-STUDENT
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       400-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "FULL-TIME:" TO TOT-LABEL.
           MOVE WS-CNT-FULL TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "THREE-QUARTER TIME:" TO TOT-LABEL.
           MOVE WS-CNT-THREE-QTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "HALF-TIME:" TO TOT-LABEL.
           MOVE WS-CNT-HALF TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "LESS THAN HALF-TIME:" TO TOT-LABEL.
           MOVE WS-CNT-LESS-HALF TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "WITHDRAWN:" TO TOT-LABEL.
           MOVE WS-CNT-WITHDRAWN TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "GRADUATED:" TO TOT-LABEL.
           MOVE WS-CNT-GRADUATED TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "STUDENTS REPORTED:" TO TOT-LABEL.
           MOVE WS-OUT-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "CREDIT HOURS REPORTED:" TO TOT-LABEL.
           MOVE WS-TOT-CREDITS TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           IF WS-NO-MST-CNTR > ZERO
               MOVE "NOT ON STUDENT MASTER - NOT REPORTED:"
                   TO TOT-LABEL
               MOVE WS-NO-MST-CNTR TO TOT-CNT
               WRITE RPT-REC FROM WS-TOTAL-ROW
           END-IF.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

      *-----------------------------------------------------------------*
      *    THE TRAILER MUST EQUAL THE PRINTED REGISTER'S STUDENT COUNT
      *    AND CREDIT HOURS BEFORE THE FILE RELEASES. AN OUT-OF-
      *    BALANCE FILE IS EMPTIED ON THE SPOT. A RELEASED FILE WRITES
      *    ITS TRANSMISSION MANIFEST WITH THE CREDIT HOURS AS THE HASH.

       420-CLOSE-OUT-EFILE.
           MOVE WS-EF-CNTR TO EFT-COUNT.
           MOVE WS-CNT-FULL TO EFT-FULL.
           MOVE WS-CNT-THREE-QTR TO EFT-THREE-QTR.
           MOVE WS-CNT-HALF TO EFT-HALF.
           MOVE WS-CNT-LESS-HALF TO EFT-LESS-HALF.
           MOVE WS-CNT-WITHDRAWN TO EFT-WITHDRAWN.
           MOVE WS-CNT-GRADUATED TO EFT-GRADUATED.
           MOVE WS-EF-CREDITS TO EFT-CREDITS.
           WRITE EFILE-REC FROM WS-EF-TRAILER.
           CLOSE EFILE-OUT.
           MOVE "N" TO WS-EF-BALANCED-FLAG.
           IF WS-EF-CNTR = WS-OUT-CNTR
               AND WS-EF-CREDITS = WS-TOT-CREDITS
               MOVE "Y" TO WS-EF-BALANCED-FLAG
           END-IF.
           IF WS-EF-BALANCED
               DISPLAY "ENROLLMENT FILE RELEASED - " WS-EF-CNTR
                   " DETAIL RECORDS"
               MOVE "DSB-ENRL-CLEARINGHOUSE.TXT" TO WS-MANIFEST-FILE
               MOVE WS-EF-CNTR TO WS-MANIFEST-CNT
               MOVE WS-EF-CREDITS TO WS-MANIFEST-HASH
               CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
                   WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH
           ELSE
               DISPLAY "*** ENROLLMENT FILE DOES NOT TIE TO THE "
                   "PRINTED REGISTER - FILE EMPTIED, NOT RELEASED ***"
               OPEN OUTPUT EFILE-OUT
               CLOSE EFILE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------*

       910-FIND-WITHDRAWAL.
           MOVE ZERO TO WS-WD-HIT.
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WS-WD-CNT OR WS-WD-HIT > ZERO
               IF WS-WD-STU-ID(WS-WD-IDX) = WS-WD-KEY
                   MOVE WS-WD-IDX TO WS-WD-HIT
               END-IF
           END-PERFORM.

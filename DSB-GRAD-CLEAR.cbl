      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-GRAD-CLEAR
      *    PURPOSE: GRADUATION CLEARANCE AND DEGREE CONFERRAL RUN FOR
      *        A KEYED TERM. EVERY OPEN APPLY-TO-GRADUATE ROW ON
      *        DSB-GRAD-APPS.TXT FOR THE TERM IS CHECKED AGAINST THE
      *        STUDENT MASTER - A CLEAN DEGREE AUDIT (THE SAME RULES
      *        DSB-DEGREE-AUDIT PRINTS: NO REQUIRED COURSE OUTSTANDING
      *        OR STILL IN PROGRESS AND EVERY ELECTIVE GROUP MET), A
      *        CUMULATIVE GPA AT OR ABOVE THE MINIMUM, NO BURSAR HOLD,
      *        AND NO ACADEMIC SUSPENSION - AND COMES OUT CLEARED OR
      *        HELD, WITH A REASON LINE PER FAILED CHECK ON THE
      *        CLEARANCE REPORT. THE MINIMUM GPA AND THE LATIN HONORS
      *        BANDS COME FROM DSB-GRAD-PARM.TXT (2.00, AND 3.90 /
      *        3.70 / 3.50 FOR SUMMA / MAGNA / CUM LAUDE WHEN THERE IS
      *        NO PARM FILE). ONLY ON THE REGISTRAR'S CONFIRMATION ARE
      *        THE CLEARED STUDENTS CONFERRED - DEGREE, CONFERRAL DATE
      *        AND HONORS POSTED TO THE MASTER, THE APPLICATION MARKED
      *        CONFERRED - AND THE DIPLOMA NAME LIST AND THE
      *        COMMENCEMENT PROGRAM LIST (BY DEGREE AND MAJOR) PRINT.
      *        HELD STUDENTS ARE SIMPLY CHECKED AGAIN ON THE NEXT RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-GRAD-CLEAR.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PARM-IN          ASSIGN "DSB-GRAD-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT REQ-IN           ASSIGN "DSB-MAJOR-REQS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REQ-STATUS.

       SELECT REG-IN           ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT GRAD-APP-FILE    ASSIGN "DSB-GRAD-APPS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS GA-KEY
                               FILE STATUS IS WS-GA-STATUS.

       SELECT STU-MST-IO       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IO
                               ALTERNATE RECORD KEY IS LNAME-IO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT CRS-MST-IN       ASSIGN "DSB-COURSE-CATALOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT MJR-MST-IN       ASSIGN "DSB-MAJOR-CODES.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MJR-CD-MST
                               FILE STATUS IS WS-MJR-STATUS.

       SELECT CONF-WORK        ASSIGN "DSB-gradconf-work.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTED-CONF      ASSIGN "DSB-gradconf-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SRT-WORK         ASSIGN "DSB-gradconf-srt.wrk".

       SELECT RPT-OUT          ASSIGN "DSB-GRAD-CLEARANCE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DIPLOMA-OUT      ASSIGN "DSB-DIPLOMA-NAMES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROGRAM-OUT      ASSIGN "DSB-COMMENCEMENT-PGM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PARM-IN.
       01  PARM-REC.
           03  GP-MIN-GPA              PIC 9V99.
           03  GP-SUMMA-GPA            PIC 9V99.
           03  GP-MAGNA-GPA            PIC 9V99.
           03  GP-CUM-GPA              PIC 9V99.

       FD  REQ-IN.
       01  REQ-REC.
           03  RQ-MJR-CD               PIC X(4).
           03  RQ-TYPE                 PIC X.
           03  RQ-CRS-CODE             PIC X(6).
           03  RQ-CREDITS              PIC 9(3).

       FD  REG-IN.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       FD  GRAD-APP-FILE.
           COPY DSB-GRAD-APP.

       FD  STU-MST-IO.
       01  REC-IO.
           03  ID-IO                   PIC X(5).
           03  FNAME-IO                PIC X(20).
           03  MNAME-IO                PIC X(20).
           03  LNAME-IO                PIC X(20).
           03  FILLER                  PIC X(134).
           03  GENDER-IO               PIC X.
           03  RES-IO                  PIC X.
           03  ACT-IO                  PIC X(2).
           03  MJR-CD-IO               PIC X(4).
           03  FILLER                  PIC X(16).
           03  NOTE-IO                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  TERM-GPA-IO             PIC 9V99.
           03  CUM-GPA-IO              PIC 9V99.
           03  STANDING-IO             PIC X(2).
               88  STANDING-SUSPENDED-IO           VALUE "SU".
           03  AR-HOLD-IO              PIC X.
               88  AR-HOLD-ON-IO                   VALUE "Y".
           03  DEGREE-IO               PIC X(4).
           03  DEGREE-DATE-IO          PIC 9(8).
           03  HONORS-IO               PIC X.
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

       FD  MJR-MST-IN.
       01  MJR-REC.
           03  MJR-CD-MST              PIC X(4).
           03  MJR-DESC-MST            PIC X(25).
           03  MJR-DEPT-MST            PIC X(20).

       FD  CONF-WORK.
       01  CONF-WORK-REC               PIC X(109).

       FD  SORTED-CONF.
       01  SORTED-CONF-REC             PIC X(109).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-DEGREE              PIC X(4).
           03  SRT-MJR-CD              PIC X(4).
           03  SRT-LNAME               PIC X(20).
           03  SRT-FNAME               PIC X(20).
           03  FILLER                  PIC X(61).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  DIPLOMA-OUT.
       01  DIPLOMA-REC                 PIC X(90).

       FD  PROGRAM-OUT.
       01  PROGRAM-REC                 PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS              PIC XX.
       01  WS-REQ-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-GA-STATUS                PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-MJR-STATUS               PIC XX.
       01  WS-MJR-FILE-FLAG            PIC X VALUE "N".
           88  WS-MJR-FILE-ON-HAND           VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-GA-EOF-FLAG              PIC X VALUE "N".
           88  WS-GA-EOF                     VALUE "Y".

      *    THE FALLBACK RULES WHEN NO PARM FILE IS ON HAND - THE
      *    REGISTRAR'S NUMBERS BELONG ON DSB-GRAD-PARM.TXT.
       01  WS-MIN-GPA                  PIC 9V99 VALUE 2.00.
       01  WS-SUMMA-GPA                PIC 9V99 VALUE 3.90.
       01  WS-MAGNA-GPA                PIC 9V99 VALUE 3.70.
       01  WS-CUM-LAUDE-GPA            PIC 9V99 VALUE 3.50.

       01  WS-GRAD-TERM                PIC X(5).
       01  WS-CONFIRM                  PIC X.
       01  WS-CONFER-DATE-X            PIC X(8).
       01  WS-CONFER-DATE              PIC 9(8).
       01  WS-CONFER-DATE-BRK REDEFINES WS-CONFER-DATE.
           03  WS-CD-YR                PIC 9(4).
           03  WS-CD-MNTH              PIC 99.
           03  WS-CD-DY                PIC 99.
       01  WS-DATE-VALID-FLAG          PIC X.
           88  WS-DATE-VALID                 VALUE "Y".

      *    THE REQUIREMENTS AND THE REGISTRATIONS, TABLED AS
      *    DSB-DEGREE-AUDIT TABLES THEM - THE AUDIT IS TABLE SCANS.
       01  WS-RQ-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-RQ-IDX                   PIC 9(3).
       01  WS-RQ-TABLE.
           03  WS-RQ-ENTRY OCCURS 200 TIMES.
               05  WS-RQ-MJR           PIC X(4).
               05  WS-RQ-TYPE          PIC X.
               05  WS-RQ-CRS           PIC X(6).
               05  WS-RQ-CREDITS       PIC 9(3).

       01  WS-REG-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-REG-IDX                  PIC 9(4).
       01  WS-REG-TABLE.
           03  WS-REG-ENTRY OCCURS 1000 TIMES.
               05  WS-RT-STU-ID        PIC X(5).
               05  WS-RT-CRS-CODE      PIC X(6).
               05  WS-RT-GRADE         PIC X(2).
               05  WS-RT-CLAIMED       PIC X.

       01  WS-PASSED-FLAG              PIC X.
           88  WS-PASSED                     VALUE "P".
           88  WS-IN-PROGRESS                VALUE "I".
       01  WS-MJR-REQ-CNT              PIC 9(3) VALUE ZERO.
       01  WS-INPROG-CNT               PIC 9(3) VALUE ZERO.
       01  WS-ELECT-CREDITS            PIC 9(4) VALUE ZERO.
       01  WS-REMAINING                PIC 9(4) VALUE ZERO.
       01  WS-SHORTFALL                PIC S9(4) VALUE ZERO.

       01  WS-STU-FOUND-FLAG           PIC X VALUE "N".
           88  WS-STU-FOUND                  VALUE "Y".

      *    ONE ROW PER CONFERRED GRADUATE, SORTED BY DEGREE, MAJOR
      *    AND NAME FOR THE TWO LISTS.
       01  WS-CONF-LINE.
           03  CW-DEGREE               PIC X(4).
           03  CW-MJR-CD               PIC X(4).
           03  CW-LNAME                PIC X(20).
           03  CW-FNAME                PIC X(20).
           03  CW-STU-ID               PIC X(5).
           03  CW-HONORS               PIC X.
               88  CW-HONORS-SUMMA               VALUE "S".
               88  CW-HONORS-MAGNA               VALUE "M".
               88  CW-HONORS-CUM                 VALUE "C".
           03  CW-DIPLOMA-NAME         PIC X(55).

       01  WS-PREV-DEGREE              PIC X(4) VALUE LOW-VALUES.
       01  WS-PREV-MJR                 PIC X(4) VALUE LOW-VALUES.
       01  WS-HONORS-WORDS             PIC X(15).

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(40) VALUE
               "ID     NAME                         MAJR".
           03  FILLER                  PIC X(40) VALUE
               "  DEGR  GPA   RESULT    HONORS".
       01  WS-COL-HDR-2                PIC X(80) VALUE ALL "-".

       01  WS-CLEAR-LINE.
           03  CL-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-NAME                 PIC X(28).
           03  FILLER                  PIC X VALUE SPACE.
           03  CL-MJR-CD               PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-DEGREE               PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-GPA                  PIC 9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-RESULT               PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-HONORS               PIC X(15).

       01  WS-REASON-LINE.
           03  FILLER                  PIC X(7) VALUE SPACES.
           03  FILLER                  PIC X(7) VALUE "HELD - ".
           03  RS-TEXT                 PIC X(50).
           03  RS-VALUE                PIC X(6).

       01  WS-EDIT-NUM                 PIC ZZZ9.
       01  WS-EDIT-GPA                 PIC 9.99.

       01  WS-TOTAL-LINE.
           03  TL-LABEL                PIC X(30).
           03  TL-COUNT                PIC ZZ,ZZ9.

       01  WS-DIPLOMA-LINE.
           03  DN-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DN-NAME                 PIC X(55).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DN-DEGREE               PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DN-HONORS               PIC X(15).

       01  WS-PGM-DEGREE-LINE.
           03  FILLER                  PIC X(8) VALUE "DEGREE: ".
           03  PD-DEGREE               PIC X(4).

       01  WS-PGM-MAJOR-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  PM-MJR-DESC             PIC X(25).

       01  WS-PGM-NAME-LINE.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  PN-NAME                 PIC X(55).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PN-HONORS               PIC X(15).

       01  WS-TITLE-LINE.
           03  TT-TEXT                 PIC X(40).
           03  TT-TERM                 PIC X(5).

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-GRAD-CLEAR".
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
       01  WS-APP-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-HELD-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-CONFER-CNTR              PIC 9(7) VALUE ZERO.

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
           DISPLAY "GRADUATION TERM TO CLEAR (E.G. 2027S): "
               WITH NO ADVANCING.
           ACCEPT WS-GRAD-TERM.
           INSPECT WS-GRAD-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O GRAD-APP-FILE.
           IF WS-GA-STATUS = "35"
               DISPLAY "DSB-GRAD-APPS.TXT NOT FOUND - NO GRADUATION "
                   "APPLICATIONS"
               GOBACK
           END-IF.
           OPEN I-O STU-MST-IO.
           IF WS-STU-STATUS = "35"
               DISPLAY "DSB-STU-TRANSACTIONS.TXT NOT FOUND - NOTHING "
                   "TO CLEAR"
               CLOSE GRAD-APP-FILE
               GOBACK
           END-IF.
           PERFORM 110-READ-PARM.
           PERFORM 120-LOAD-REQUIREMENTS.
           PERFORM 130-LOAD-REGISTRATIONS.
           OPEN INPUT CRS-MST-IN.
           OPEN OUTPUT RPT-OUT.
           PERFORM 140-PRINT-HEADERS.
           PERFORM 200-CLEARANCE-PASS.
           PERFORM 290-PRINT-TOTALS.
           DISPLAY "APPLICATIONS REVIEWED = " WS-APP-CNTR.
           DISPLAY "CLEARED               = " WS-CLEARED-CNTR.
           DISPLAY "HELD                  = " WS-HELD-CNTR.
           IF WS-CLEARED-CNTR = ZERO
               DISPLAY "NOBODY CLEARED - NO DEGREES TO CONFER"
           ELSE
               DISPLAY "REGISTRAR CONFIRMATION - CONFER DEGREES ON "
                   "THE CLEARED STUDENTS? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   PERFORM 300-CONFER-DEGREES THRU 300-EXIT
               ELSE
                   DISPLAY "DEGREES NOT CONFERRED - CLEARANCE REPORT "
                       "STANDS FOR REVIEW"
               END-IF
           END-IF.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE CRS-MST-IN.
           CLOSE STU-MST-IO.
           CLOSE GRAD-APP-FILE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-APP-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-PARM.
           OPEN INPUT PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE GP-MIN-GPA TO WS-MIN-GPA
                       MOVE GP-SUMMA-GPA TO WS-SUMMA-GPA
                       MOVE GP-MAGNA-GPA TO WS-MAGNA-GPA
                       MOVE GP-CUM-GPA TO WS-CUM-LAUDE-GPA
               END-READ
               CLOSE PARM-IN
           END-IF.

      *-----------------------------------------------------------------*

       120-LOAD-REQUIREMENTS.
           MOVE ZERO TO WS-RQ-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REQ-IN.
           IF WS-REQ-STATUS = "35"
               DISPLAY "DSB-MAJOR-REQS.TXT NOT FOUND - EVERY AUDIT "
                   "WILL HOLD"
           ELSE
               READ REQ-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-RQ-CNT >= 200
                   ADD 1 TO WS-RQ-CNT
                   MOVE RQ-MJR-CD TO WS-RQ-MJR(WS-RQ-CNT)
                   MOVE RQ-TYPE TO WS-RQ-TYPE(WS-RQ-CNT)
                   MOVE RQ-CRS-CODE TO WS-RQ-CRS(WS-RQ-CNT)
                   MOVE RQ-CREDITS TO WS-RQ-CREDITS(WS-RQ-CNT)
                   READ REQ-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REQ-IN
           END-IF.

      *-----------------------------------------------------------------*

       130-LOAD-REGISTRATIONS.
           MOVE ZERO TO WS-REG-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-IN.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NOTHING "
                   "COMPLETED"
           ELSE
               READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-REG-CNT >= 1000
                   IF NOT REG-IS-DROPPED
                       ADD 1 TO WS-REG-CNT
                       MOVE REG-STU-ID TO WS-RT-STU-ID(WS-REG-CNT)
                       MOVE REG-CRS-CODE
                           TO WS-RT-CRS-CODE(WS-REG-CNT)
                       MOVE REG-GRADE TO WS-RT-GRADE(WS-REG-CNT)
                       MOVE "N" TO WS-RT-CLAIMED(WS-REG-CNT)
                   END-IF
                   READ REG-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-IN
           END-IF.

      *-----------------------------------------------------------------*

       140-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "GRADUATION CLEARANCE - TERM" TO TT-TEXT.
           MOVE WS-GRAD-TERM TO TT-TERM.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.

      *-----------------------------------------------------------------*
      *    EVERY APPLICATION FOR THE TERM THAT IS NOT ALREADY
      *    CONFERRED IS DECIDED AFRESH - A STUDENT CLEARED LAST WEEK
      *    WHO HAS SINCE PICKED UP A BURSAR HOLD IS HELD THIS TIME.

       200-CLEARANCE-PASS.
           MOVE "N" TO WS-GA-EOF-FLAG.
           MOVE LOW-VALUES TO GA-KEY.
           START GRAD-APP-FILE KEY NOT < GA-KEY
               INVALID KEY MOVE "Y" TO WS-GA-EOF-FLAG
           END-START.
           IF NOT WS-GA-EOF
               READ GRAD-APP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GA-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 205-CLEARANCE-LOOP UNTIL WS-GA-EOF.

      *-----------------------------------------------------------------*

       205-CLEARANCE-LOOP.
           IF GA-TERM = WS-GRAD-TERM
               AND NOT GA-CONFERRED
               PERFORM 210-CLEAR-ONE-APPLICATION
           END-IF.
           READ GRAD-APP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-GA-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       210-CLEAR-ONE-APPLICATION.
           ADD 1 TO WS-APP-CNTR.
           MOVE SPACES TO GA-HOLD-REASONS.
           MOVE SPACE TO GA-HONORS.
           MOVE ZERO TO GA-CUM-GPA.
           MOVE "Y" TO WS-STU-FOUND-FLAG.
           MOVE GA-STU-ID TO ID-IO.
           READ STU-MST-IO
               INVALID KEY
                   MOVE "N" TO WS-STU-FOUND-FLAG
                   MOVE SPACES TO LNAME-IO FNAME-IO MJR-CD-IO
                   MOVE ZERO TO CUM-GPA-IO
           END-READ.
           IF WS-STU-FOUND
               MOVE CUM-GPA-IO TO GA-CUM-GPA
               PERFORM 400-AUDIT-STUDENT
               IF WS-MJR-REQ-CNT = ZERO
                   OR WS-REMAINING > ZERO
                   OR WS-INPROG-CNT > ZERO
                   MOVE "Y" TO GA-HOLD-AUDIT
               END-IF
               IF CUM-GPA-IO < WS-MIN-GPA
                   MOVE "Y" TO GA-HOLD-GPA
               END-IF
               IF AR-HOLD-ON-IO
                   MOVE "Y" TO GA-HOLD-BURSAR
               END-IF
               IF STANDING-SUSPENDED-IO
                   MOVE "Y" TO GA-HOLD-STANDING
               END-IF
           ELSE
               MOVE "Y" TO GA-HOLD-AUDIT
           END-IF.
           IF GA-HOLD-REASONS = SPACES
               MOVE "C" TO GA-STATUS
               PERFORM 220-SET-HONORS
               ADD 1 TO WS-CLEARED-CNTR
           ELSE
               MOVE "H" TO GA-STATUS
               ADD 1 TO WS-HELD-CNTR
           END-IF.
           MOVE WS-RUN-DATE TO GA-CLEAR-DATE.
           MOVE WS-OPERATOR-ID TO GA-OPERATOR.
           REWRITE GRAD-APP-REC.
           PERFORM 230-PRINT-CLEARANCE.

      *-----------------------------------------------------------------*
      *    LATIN HONORS BY CUMULATIVE GPA BAND, HIGHEST BAND FIRST.

       220-SET-HONORS.
           EVALUATE TRUE
               WHEN GA-CUM-GPA >= WS-SUMMA-GPA
                   MOVE "S" TO GA-HONORS
               WHEN GA-CUM-GPA >= WS-MAGNA-GPA
                   MOVE "M" TO GA-HONORS
               WHEN GA-CUM-GPA >= WS-CUM-LAUDE-GPA
                   MOVE "C" TO GA-HONORS
               WHEN OTHER
                   MOVE SPACE TO GA-HONORS
           END-EVALUATE.

      *-----------------------------------------------------------------*

       230-PRINT-CLEARANCE.
           MOVE GA-STU-ID TO CL-STU-ID.
           MOVE SPACES TO CL-NAME.
           STRING LNAME-IO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               FNAME-IO DELIMITED BY "  "
               INTO CL-NAME
           END-STRING.
           MOVE MJR-CD-IO TO CL-MJR-CD.
           MOVE GA-DEGREE TO CL-DEGREE.
           MOVE GA-CUM-GPA TO CL-GPA.
           MOVE GA-HONORS TO CW-HONORS.
           PERFORM 240-HONORS-WORDS.
           MOVE WS-HONORS-WORDS TO CL-HONORS.
           IF GA-CLEARED
               MOVE "CLEARED" TO CL-RESULT
           ELSE
               MOVE "HELD" TO CL-RESULT
           END-IF.
           WRITE RPT-REC FROM WS-CLEAR-LINE.
           IF NOT WS-STU-FOUND
               MOVE "STUDENT NOT ON THE MASTER FILE" TO RS-TEXT
               MOVE SPACES TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.
           IF WS-STU-FOUND AND GA-HOLD-AUDIT = "Y"
               PERFORM 250-PRINT-AUDIT-REASONS
           END-IF.
           IF GA-HOLD-GPA = "Y"
               MOVE "CUMULATIVE GPA BELOW THE MINIMUM OF" TO RS-TEXT
               MOVE WS-MIN-GPA TO WS-EDIT-GPA
               MOVE WS-EDIT-GPA TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.
           IF GA-HOLD-BURSAR = "Y"
               MOVE "BURSAR HOLD ON THE STUDENT ACCOUNT" TO RS-TEXT
               MOVE SPACES TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.
           IF GA-HOLD-STANDING = "Y"
               MOVE "ACADEMIC STANDING IS SUSPENDED" TO RS-TEXT
               MOVE SPACES TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.

      *-----------------------------------------------------------------*

       240-HONORS-WORDS.
           EVALUATE TRUE
               WHEN CW-HONORS-SUMMA
                   MOVE "SUMMA CUM LAUDE" TO WS-HONORS-WORDS
               WHEN CW-HONORS-MAGNA
                   MOVE "MAGNA CUM LAUDE" TO WS-HONORS-WORDS
               WHEN CW-HONORS-CUM
                   MOVE "CUM LAUDE" TO WS-HONORS-WORDS
               WHEN OTHER
                   MOVE SPACES TO WS-HONORS-WORDS
           END-EVALUATE.

      *-----------------------------------------------------------------*

       250-PRINT-AUDIT-REASONS.
           IF WS-MJR-REQ-CNT = ZERO
               MOVE "DEGREE AUDIT - NO REQUIREMENTS ON FILE FOR MAJOR"
                   TO RS-TEXT
               MOVE SPACES TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.
           IF WS-REMAINING > ZERO
               MOVE "DEGREE AUDIT - CREDITS OUTSTANDING" TO RS-TEXT
               MOVE WS-REMAINING TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.
           IF WS-INPROG-CNT > ZERO
               MOVE "DEGREE AUDIT - REQUIRED COURSES NOT YET GRADED"
                   TO RS-TEXT
               MOVE WS-INPROG-CNT TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO RS-VALUE
               WRITE RPT-REC FROM WS-REASON-LINE
           END-IF.

      *-----------------------------------------------------------------*

       290-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "APPLICATIONS REVIEWED" TO TL-LABEL.
           MOVE WS-APP-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "CLEARED" TO TL-LABEL.
           MOVE WS-CLEARED-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "HELD" TO TL-LABEL.
           MOVE WS-HELD-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.

      *-----------------------------------------------------------------*
      *    THE CONFERRAL ITSELF. THE DATE DEFAULTS TO THE PROCESSING
      *    DATE; A KEYED DATE THAT IS NOT A REAL DATE STOPS THE
      *    CONFERRAL WITH NOTHING POSTED.

       300-CONFER-DEGREES.
           DISPLAY "CONFERRAL DATE (YYYYMMDD, BLANK = "
               WS-RUN-DATE "): " WITH NO ADVANCING.
           ACCEPT WS-CONFER-DATE-X.
           IF WS-CONFER-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-CONFER-DATE
           ELSE
               IF WS-CONFER-DATE-X IS NUMERIC
                   MOVE WS-CONFER-DATE-X TO WS-CONFER-DATE
               ELSE
                   MOVE ZERO TO WS-CONFER-DATE
               END-IF
           END-IF.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF WS-CONFER-DATE > ZERO
               CALL "DSB-DATE-VALID" USING WS-CD-MNTH WS-CD-DY
                   WS-CD-YR WS-DATE-VALID-FLAG
           END-IF.
           IF NOT WS-DATE-VALID
               DISPLAY "CONFERRAL DATE NOT VALID - DEGREES NOT "
                   "CONFERRED"
               GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT CONF-WORK.
           MOVE "N" TO WS-GA-EOF-FLAG.
           MOVE LOW-VALUES TO GA-KEY.
           START GRAD-APP-FILE KEY NOT < GA-KEY
               INVALID KEY MOVE "Y" TO WS-GA-EOF-FLAG
           END-START.
           IF NOT WS-GA-EOF
               READ GRAD-APP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GA-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 310-CONFER-LOOP UNTIL WS-GA-EOF.
           CLOSE CONF-WORK.
           DISPLAY "DEGREES CONFERRED     = " WS-CONFER-CNTR.
           MOVE "DEGREES CONFERRED" TO TL-LABEL.
           MOVE WS-CONFER-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           SORT SRT-WORK ON ASCENDING KEY SRT-DEGREE SRT-MJR-CD
               SRT-LNAME SRT-FNAME
               USING CONF-WORK
               GIVING SORTED-CONF.
           PERFORM 350-PRINT-LISTS.
       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       310-CONFER-LOOP.
           IF GA-TERM = WS-GRAD-TERM
               AND GA-CLEARED
               PERFORM 320-CONFER-ONE
           END-IF.
           READ GRAD-APP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-GA-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       320-CONFER-ONE.
           MOVE GA-STU-ID TO ID-IO.
           READ STU-MST-IO
               INVALID KEY
                   DISPLAY "STUDENT " GA-STU-ID " NOT ON MASTER - "
                       "DEGREE NOT CONFERRED"
               NOT INVALID KEY
                   MOVE GA-DEGREE TO DEGREE-IO
                   MOVE WS-CONFER-DATE TO DEGREE-DATE-IO
                   MOVE GA-HONORS TO HONORS-IO
                   REWRITE REC-IO
                   MOVE "G" TO GA-STATUS
                   MOVE WS-CONFER-DATE TO GA-CONFER-DATE
                   MOVE WS-OPERATOR-ID TO GA-OPERATOR
                   REWRITE GRAD-APP-REC
                   ADD 1 TO WS-CONFER-CNTR
                   MOVE GA-DEGREE TO CW-DEGREE
                   MOVE MJR-CD-IO TO CW-MJR-CD
                   MOVE LNAME-IO TO CW-LNAME
                   MOVE FNAME-IO TO CW-FNAME
                   MOVE GA-STU-ID TO CW-STU-ID
                   MOVE GA-HONORS TO CW-HONORS
                   MOVE GA-DIPLOMA-NAME TO CW-DIPLOMA-NAME
                   WRITE CONF-WORK-REC FROM WS-CONF-LINE
           END-READ.

      *-----------------------------------------------------------------*
      *    THE DIPLOMA NAME LIST GOES TO THE PRINTER'S VENDOR AS IS;
      *    THE COMMENCEMENT PROGRAM BREAKS ON DEGREE AND MAJOR.

       350-PRINT-LISTS.
           OPEN INPUT SORTED-CONF.
           OPEN OUTPUT DIPLOMA-OUT.
           OPEN OUTPUT PROGRAM-OUT.
           OPEN INPUT MJR-MST-IN.
           IF WS-MJR-STATUS = "00"
               MOVE "Y" TO WS-MJR-FILE-FLAG
           END-IF.
           MOVE "DIPLOMA NAMES - TERM" TO TT-TEXT.
           MOVE WS-GRAD-TERM TO TT-TERM.
           WRITE DIPLOMA-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO DIPLOMA-REC.
           WRITE DIPLOMA-REC.
           MOVE "COMMENCEMENT PROGRAM - GRADUATES OF TERM" TO TT-TEXT.
           WRITE PROGRAM-REC FROM WS-TITLE-LINE.
           MOVE "N" TO WS-EOF-FLAG.
           READ SORTED-CONF INTO WS-CONF-LINE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM 360-LIST-LOOP UNTIL WS-EOF.
           CLOSE SORTED-CONF.
           CLOSE DIPLOMA-OUT.
           CLOSE PROGRAM-OUT.
           IF WS-MJR-FILE-ON-HAND
               CLOSE MJR-MST-IN
           END-IF.

      *-----------------------------------------------------------------*

       360-LIST-LOOP.
           PERFORM 240-HONORS-WORDS.
           MOVE CW-STU-ID TO DN-STU-ID.
           MOVE CW-DIPLOMA-NAME TO DN-NAME.
           MOVE CW-DEGREE TO DN-DEGREE.
           MOVE WS-HONORS-WORDS TO DN-HONORS.
           WRITE DIPLOMA-REC FROM WS-DIPLOMA-LINE.
           IF CW-DEGREE NOT = WS-PREV-DEGREE
               MOVE BLANK-LINE TO PROGRAM-REC
               WRITE PROGRAM-REC
               MOVE CW-DEGREE TO PD-DEGREE
               WRITE PROGRAM-REC FROM WS-PGM-DEGREE-LINE
               MOVE CW-DEGREE TO WS-PREV-DEGREE
               MOVE LOW-VALUES TO WS-PREV-MJR
           END-IF.
           IF CW-MJR-CD NOT = WS-PREV-MJR
               PERFORM 370-PRINT-MAJOR
               MOVE CW-MJR-CD TO WS-PREV-MJR
           END-IF.
           MOVE CW-DIPLOMA-NAME TO PN-NAME.
           MOVE WS-HONORS-WORDS TO PN-HONORS.
           WRITE PROGRAM-REC FROM WS-PGM-NAME-LINE.
           READ SORTED-CONF INTO WS-CONF-LINE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       370-PRINT-MAJOR.
           MOVE CW-MJR-CD TO PM-MJR-DESC.
           IF WS-MJR-FILE-ON-HAND
               MOVE CW-MJR-CD TO MJR-CD-MST
               READ MJR-MST-IN
                   NOT INVALID KEY
                       MOVE MJR-DESC-MST TO PM-MJR-DESC
               END-READ
           END-IF.
           WRITE PROGRAM-REC FROM WS-PGM-MAJOR-LINE.

      *-----------------------------------------------------------------*
      *    THE DEGREE AUDIT WITHOUT THE PRINT - THE SAME CLAIMING
      *    RULES AS DSB-DEGREE-AUDIT, LEAVING THE CREDITS REMAINING,
      *    THE REQUIRED COURSES STILL UNGRADED, AND HOW MANY
      *    REQUIREMENTS THE MAJOR HAS AT ALL.

       400-AUDIT-STUDENT.
           MOVE ZERO TO WS-REMAINING WS-INPROG-CNT WS-MJR-REQ-CNT.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               MOVE "N" TO WS-RT-CLAIMED(WS-REG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-CNT
               IF WS-RQ-MJR(WS-RQ-IDX) = MJR-CD-IO
                   AND WS-RQ-TYPE(WS-RQ-IDX) = "C"
                   ADD 1 TO WS-MJR-REQ-CNT
                   PERFORM 410-AUDIT-COURSE-REQ
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-CNT
               IF WS-RQ-MJR(WS-RQ-IDX) = MJR-CD-IO
                   AND WS-RQ-TYPE(WS-RQ-IDX) = "E"
                   ADD 1 TO WS-MJR-REQ-CNT
                   PERFORM 430-AUDIT-ELECTIVE-REQ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    A REQUIRED COURSE IS MET BY A PASSING GRADE; ONE STILL
      *    UNGRADED OR INCOMPLETE COUNTS AS NOT YET GRADED, AND ONE
      *    NEVER PASSED ADDS ITS CREDITS TO THE REMAINING TOTAL.

       410-AUDIT-COURSE-REQ.
           MOVE "N" TO WS-PASSED-FLAG.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF WS-RT-STU-ID(WS-REG-IDX) = ID-IO
                   AND WS-RT-CRS-CODE(WS-REG-IDX) =
                       WS-RQ-CRS(WS-RQ-IDX)
                   AND NOT WS-PASSED
                   EVALUATE WS-RT-GRADE(WS-REG-IDX)
                       WHEN SPACES
                       WHEN "I "
                           MOVE "I" TO WS-PASSED-FLAG
                           MOVE "Y" TO WS-RT-CLAIMED(WS-REG-IDX)
                       WHEN "F "
                       WHEN "W "
                           CONTINUE
                       WHEN OTHER
                           MOVE "P" TO WS-PASSED-FLAG
                           MOVE "Y" TO WS-RT-CLAIMED(WS-REG-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PASSED
                   CONTINUE
               WHEN WS-IN-PROGRESS
                   ADD 1 TO WS-INPROG-CNT
               WHEN OTHER
                   ADD WS-RQ-CREDITS(WS-RQ-IDX) TO WS-REMAINING
           END-EVALUATE.

      *-----------------------------------------------------------------*
      *    ELECTIVE CREDITS COME FROM PASSED COURSES THE REQUIRED
      *    LIST DID NOT CLAIM.

       430-AUDIT-ELECTIVE-REQ.
           MOVE ZERO TO WS-ELECT-CREDITS.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF WS-RT-STU-ID(WS-REG-IDX) = ID-IO
                   AND WS-RT-CLAIMED(WS-REG-IDX) = "N"
                   AND WS-RT-GRADE(WS-REG-IDX) NOT = SPACES
                   AND WS-RT-GRADE(WS-REG-IDX) NOT = "F "
                   AND WS-RT-GRADE(WS-REG-IDX) NOT = "I "
                   AND WS-RT-GRADE(WS-REG-IDX) NOT = "W "
                   MOVE WS-RT-CRS-CODE(WS-REG-IDX) TO CRS-CODE-IN
                   READ CRS-MST-IN
                       INVALID KEY
                           MOVE ZERO TO CRS-CREDITS-IN
                   END-READ
                   ADD CRS-CREDITS-IN TO WS-ELECT-CREDITS
                   MOVE "Y" TO WS-RT-CLAIMED(WS-REG-IDX)
               END-IF
           END-PERFORM.
           IF WS-ELECT-CREDITS < WS-RQ-CREDITS(WS-RQ-IDX)
               COMPUTE WS-SHORTFALL =
                   WS-RQ-CREDITS(WS-RQ-IDX) - WS-ELECT-CREDITS
               ADD WS-SHORTFALL TO WS-REMAINING
           END-IF.

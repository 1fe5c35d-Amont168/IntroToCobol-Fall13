      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-SECT-CANCEL
      *    PURPOSE: PRE-TERM LOW-ENROLLMENT SECTION CANCELLATION RUN
      *        FOR THE REGISTRAR. EVERY CATALOG SECTION WITH A MINIMUM
      *        ENROLLMENT WHOSE HEAD COUNT FOR THE KEYED TERM ON
      *        DSB-REGISTRATIONS.TXT FALLS SHORT OF IT IS LISTED, AND
      *        THE REGISTRAR CONFIRMS EACH CANCELLATION IN TURN. A
      *        CANCELLED SECTION'S REGISTRATIONS ARE ALL MARKED
      *        DROPPED AND ITS WAITLIST ENTRIES REMOVED. EACH DROPPED
      *        STUDENT GETS THE FULL TUITION FOR THE COURSE BACK -
      *        THE WEEK-DRIVEN REFUND SCHEDULE DSB-REG-ENTRY APPLIES
      *        TO A STUDENT'S OWN DROP DOES NOT APPLY WHEN THE SCHOOL
      *        CANCELS - FILED ON DSB-TUITION-ADJ.TXT, THE DROP/REFUND
      *        REGISTER, AND THE STUDENT LEDGER. UP TO THREE OPEN
      *        ALTERNATIVES ARE SUGGESTED: OTHER SECTIONS OF THE SAME
      *        COURSE (SAME CATALOG TITLE) FIRST, THEN OTHER REQUIRED
      *        COURSES OF ANY MAJOR ON DSB-MAJOR-REQS.TXT THAT REQUIRES
      *        THE CANCELLED ONE. EVERY DISPLACED STUDENT GETS A "C"
      *        NOTICE ON DSB-WAITLIST-NOTIFY.TXT CARRYING THOSE
      *        ALTERNATIVES, AND THE REGISTRAR GETS A REGISTER OF WHO
      *        WAS DISPLACED (DSB-SECT-CANCEL-REGISTER.TXT).
      *    EACH REFUND ALSO GOES TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS A BALANCED PAIR - THE
      *        STUDENT'S RESIDENCY-CLASS TUITION REVENUE AGAINST THE
      *        STUDENT REFUND LIABILITY - THE SAME AS A DROP KEYED AT
      *        DSB-REG-ENTRY.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-SECT-CANCEL.

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

       SELECT REG-FILE         ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT REG-TEMP         ASSIGN "DSB-reg-cancel.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WAITLIST-FILE    ASSIGN "DSB-WAITLIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-WL-STATUS.

       SELECT WL-TEMP          ASSIGN "DSB-wl-cancel.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REQ-IN           ASSIGN "DSB-MAJOR-REQS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REQ-STATUS.

       SELECT RATE-TABLE-IN    ASSIGN "DSB-TUITION-RATES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RATE-STATUS.

       SELECT TERM-DATES-IN    ASSIGN "DSB-TERM-DATES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TD-STATUS.

       SELECT TUITION-ADJ-OUT  ASSIGN "DSB-TUITION-ADJ.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-ADJ-STATUS.

       SELECT DROP-REG-OUT     ASSIGN "DSB-DROP-REFUND-REG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-DR-STATUS.

       SELECT NOTIFY-OUT       ASSIGN "DSB-WAITLIST-NOTIFY.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-NT-STATUS.

       SELECT STU-OI-OUT       ASSIGN "DSB-STU-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-SECT-CANCEL-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

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
           03  FILLER                  PIC X(13).
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
           03  CRS-MIN-ENRL-IN         PIC 999.

       FD  REG-FILE.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       FD  REG-TEMP.
       01  REG-TEMP-REC                PIC X(27).

       FD  WAITLIST-FILE.
       01  WL-REC.
           03  WL-CRS-CODE             PIC X(6).
           03  WL-TERM                 PIC X(5).
           03  WL-SEQ                  PIC 9(3).
           03  WL-STU-ID               PIC X(5).
           03  WL-DATE                 PIC 9(8).

       FD  WL-TEMP.
       01  WL-TEMP-REC                 PIC X(27).

       FD  REQ-IN.
       01  REQ-REC.
           03  RQ-MJR-CD               PIC X(4).
           03  RQ-TYPE                 PIC X.
               88  RQ-IS-COURSE                  VALUE "C".
           03  RQ-CRS-CODE             PIC X(6).
           03  RQ-CREDITS              PIC 9(3).

       FD  RATE-TABLE-IN.
       01  RATE-REC.
           03  TR-RES                  PIC X.
           03  TR-BASE-FEE             PIC 9(5)V99.
           03  TR-PER-CREDIT           PIC 9(5)V99.

       FD  TERM-DATES-IN.
       01  TERM-DATE-REC.
           03  TD-TERM                 PIC X(5).
           03  TD-START                PIC 9(8).

       FD  TUITION-ADJ-OUT.
       01  TUITION-ADJ-REC.
           03  TA-STU-ID               PIC X(5).
           03  TA-TERM                 PIC X(5).
           03  TA-CRS-CODE             PIC X(6).
           03  TA-REFUND               PIC 9(7)V99.
           03  TA-DATE                 PIC 9(8).

       FD  DROP-REG-OUT.
       01  DROP-REG-REC                PIC X(80).

       FD  NOTIFY-OUT.
       01  NOTIFY-REC.
           03  NT-STU-ID               PIC X(5).
           03  NT-CRS-CODE             PIC X(6).
           03  NT-TERM                 PIC X(5).
           03  NT-DATE                 PIC 9(8).
           03  NT-TYPE                 PIC X.
               88  NT-WAITLIST-ENROLLED          VALUE "W".
               88  NT-SECTION-CANCELLED          VALUE "C".
           03  NT-ALTERNATES.
               05  NT-ALT-CRS          PIC X(6) OCCURS 3 TIMES.

       FD  STU-OI-OUT.
       01  SOI-REC.
           03  SOI-STU-ID              PIC X(5).
           03  SOI-TERM                PIC X(5).
           03  SOI-TYPE                PIC X.
           03  SOI-DATE                PIC 9(8).
           03  SOI-BILLED              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-STU-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-WL-STATUS                PIC XX.
       01  WS-REQ-STATUS               PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-TD-STATUS                PIC XX.
       01  WS-ADJ-STATUS               PIC XX.
       01  WS-DR-STATUS                PIC XX.
       01  WS-NT-STATUS                PIC XX.
       01  WS-SOI-STATUS               PIC XX.
       01  WS-STU-GL-STATUS            PIC XX.

           COPY DSB-EOF-EXCPT.

      *    STUDENT GL ACCOUNTS - TUITION REVENUE BY RESIDENCY CLASS
      *    AND THE REFUND LIABILITY A DROP CREDITS.
       01  WS-GL-TUITION-A-ACCT        PIC X(4) VALUE "4210".
       01  WS-GL-TUITION-O-ACCT        PIC X(4) VALUE "4220".
       01  WS-GL-TUITION-I-ACCT        PIC X(4) VALUE "4230".
       01  WS-GL-STU-REFUND-ACCT       PIC X(4) VALUE "2220".

       01  WS-CANCEL-TERM              PIC X(5).
       01  WS-TERM-START               PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM                  PIC X.

      *    THE CATALOG, WITH THE TERM'S HEAD COUNT AND WAITLIST DEPTH
      *    FOR EACH SECTION AND THE REGISTRAR'S DECISION ON IT.
       01  WS-CT-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-CT-IDX                   PIC 9(3).
       01  WS-CT-ALT-IDX               PIC 9(3).
       01  WS-CT-HIT                   PIC 9(3).
       01  WS-CT-TABLE.
           03  WS-CT-ENTRY OCCURS 500 TIMES.
               05  WS-CT-CODE          PIC X(6).
               05  WS-CT-TITLE         PIC X(25).
               05  WS-CT-CREDITS       PIC 99.
               05  WS-CT-CAPACITY      PIC 999.
               05  WS-CT-MIN           PIC 999.
               05  WS-CT-ENRL          PIC 9(4).
               05  WS-CT-WAIT          PIC 9(4).
               05  WS-CT-CANCEL-FLAG   PIC X.
                   88  WS-CT-CANCELLED           VALUE "Y".
               05  WS-CT-ALTERNATES.
                   07  WS-CT-ALT       PIC X(6) OCCURS 3 TIMES.
               05  WS-CT-ALT-CNT       PIC 9.

      *    REQUIRED-COURSE ROWS FROM THE MAJOR REQUIREMENTS FILE.
       01  WS-RQ-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-RQ-IDX                   PIC 9(3).
       01  WS-RQ-IDX-2                 PIC 9(3).
       01  WS-RQ-TABLE.
           03  WS-RQ-ENTRY OCCURS 200 TIMES.
               05  WS-RQ-MJR           PIC X(4).
               05  WS-RQ-CRS           PIC X(6).

       01  WS-ALT-CODE                 PIC X(6).
       01  WS-ALT-IDX                  PIC 9.
       01  WS-ALT-DUP-FLAG             PIC X VALUE "N".
           88  WS-ALT-DUP                    VALUE "Y".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".

       01  WS-UNDER-CNTR               PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-CNTR              PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-WAIT-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-DISPLACED-CNTR           PIC 9(7) VALUE ZERO.
       01  WS-REFUND-TOTAL             PIC 9(9)V99 VALUE ZERO.

       01  WS-PER-CREDIT               PIC 9(5)V99 VALUE ZERO.
       01  WS-REFUND-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-DISP-STU                 PIC X(5).
       01  WS-DISP-HOW                 PIC X(8).

      *    PER-CREDIT TUITION BY RESIDENCY CODE.
       01  WS-RATE-CNT                 PIC 9 VALUE ZERO.
       01  WS-RATE-IDX                 PIC 9.
       01  WS-RATE-TABLE.
           03  WS-RATE-ENTRY OCCURS 9 TIMES.
               05  WS-RATE-RES         PIC X.
               05  WS-RATE-PER-CREDIT  PIC 9(5)V99.

       01  WS-DROP-REG-ROW.
           03  DR-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DR-CRS-CODE             PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DR-TERM                 PIC X(5).
           03  FILLER                  PIC X(6) VALUE "  PCT ".
           03  DR-PCT                  PIC ZZ9.
           03  FILLER                  PIC X(9) VALUE "  REFUND ".
           03  DR-REFUND               PIC $ZZ,ZZ9.99.
           03  FILLER                  PIC X(11)
                               VALUE "  CANCELLED".

       01  WS-SECTION-HDR.
           03  FILLER                  PIC X(40)
                   VALUE "SECTION TITLE                      ENRL ".
           03  FILLER                  PIC X(40)
                   VALUE " MIN  WAIT  DECISION                  ".

       01  WS-SECTION-ROW.
           03  SR-CRS-CODE             PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-TITLE                PIC X(25).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-ENRL                 PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-MIN                  PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-WAIT                 PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SR-DECISION             PIC X(10).

       01  WS-DISPLACED-HDR.
           03  FILLER                  PIC X(40)
                   VALUE "ID     STUDENT NAME          SECTION HOW".
           03  FILLER                  PIC X(40)
                   VALUE "          REFUND  ALTERNATIVES          ".

       01  WS-DISPLACED-ROW.
           03  DP-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DP-LNAME                PIC X(12).
           03  FILLER                  PIC X VALUE SPACE.
           03  DP-FNAME                PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DP-CRS-CODE             PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DP-HOW                  PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  DP-REFUND               PIC $ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  DP-ALT-1                PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  DP-ALT-2                PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  DP-ALT-3                PIC X(6).

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(36).
           03  TOT-CNT                 PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-AMT-ROW.
           03  FILLER                  PIC X(36)
                               VALUE "TOTAL TUITION ADJUSTED:".
           03  TOT-AMOUNT              PIC $ZZ,ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-SECT-CANCEL".
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
           DISPLAY "TERM TO REVIEW (E.G. 2027S): " WITH NO ADVANCING.
           ACCEPT WS-CANCEL-TERM.
           INSPECT WS-CANCEL-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT CRS-MST-IN.
           IF WS-CRS-STATUS = "35"
               DISPLAY "DSB-COURSE-CATALOG.TXT NOT FOUND - NO "
                   "SECTIONS TO REVIEW"
               GOBACK
           END-IF.
           PERFORM 110-LOAD-CATALOG.
           CLOSE CRS-MST-IN.
           PERFORM 120-COUNT-REGISTRATIONS.
           PERFORM 130-COUNT-WAITLIST.
           PERFORM 140-LOAD-REQUIREMENTS.
           PERFORM 150-LOAD-RATES.
           PERFORM 160-CHECK-TERM-START.
           OPEN OUTPUT RPT-OUT.
           PERFORM 170-PRINT-HEADERS.
           PERFORM 200-REVIEW-SECTIONS.
           IF WS-UNDER-CNTR = ZERO
               DISPLAY "NO SECTIONS UNDER MINIMUM FOR " WS-CANCEL-TERM
               MOVE "NO SECTIONS UNDER MINIMUM ENROLLMENT" TO RPT-REC
               WRITE RPT-REC
           END-IF.
           IF WS-CANCEL-CNTR > ZERO
               PERFORM 300-FIND-ALTERNATES
               PERFORM 400-OPEN-ADJUSTMENT-FILES
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE "DISPLACED STUDENTS" TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM WS-DISPLACED-HDR
               PERFORM 410-DROP-REGISTRATIONS
               PERFORM 450-DROP-WAITLIST
               PERFORM 490-CLOSE-ADJUSTMENT-FILES
           END-IF.
           PERFORM 500-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "SECTIONS UNDER MINIMUM = " WS-UNDER-CNTR.
           DISPLAY "SECTIONS CANCELLED     = " WS-CANCEL-CNTR.
           DISPLAY "STUDENTS DISPLACED     = " WS-DISPLACED-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-DISPLACED-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-LOAD-CATALOG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CRS-CODE-IN.
           START CRS-MST-IN KEY NOT < CRS-CODE-IN
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ CRS-MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF OR WS-CT-CNT >= 500
               ADD 1 TO WS-CT-CNT
               MOVE CRS-CODE-IN TO WS-CT-CODE(WS-CT-CNT)
               MOVE CRS-TITLE-IN TO WS-CT-TITLE(WS-CT-CNT)
               MOVE CRS-CREDITS-IN TO WS-CT-CREDITS(WS-CT-CNT)
               MOVE CRS-CAPACITY-IN TO WS-CT-CAPACITY(WS-CT-CNT)
               MOVE CRS-MIN-ENRL-IN TO WS-CT-MIN(WS-CT-CNT)
               MOVE ZERO TO WS-CT-ENRL(WS-CT-CNT)
               MOVE ZERO TO WS-CT-WAIT(WS-CT-CNT)
               MOVE "N" TO WS-CT-CANCEL-FLAG(WS-CT-CNT)
               MOVE SPACES TO WS-CT-ALTERNATES(WS-CT-CNT)
               MOVE ZERO TO WS-CT-ALT-CNT(WS-CT-CNT)
               READ CRS-MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       120-COUNT-REGISTRATIONS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NO "
                   "ENROLLMENTS"
           ELSE
               READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF REG-TERM = WS-CANCEL-TERM
                       AND NOT REG-IS-DROPPED
                       MOVE REG-CRS-CODE TO WS-ALT-CODE
                       PERFORM 910-FIND-COURSE
                       IF WS-FOUND
                           ADD 1 TO WS-CT-ENRL(WS-CT-HIT)
                       END-IF
                   END-IF
                   READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF.

      *-----------------------------------------------------------------*

       130-COUNT-WAITLIST.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-STATUS NOT = "35"
               READ WAITLIST-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WL-TERM = WS-CANCEL-TERM
                       MOVE WL-CRS-CODE TO WS-ALT-CODE
                       PERFORM 910-FIND-COURSE
                       IF WS-FOUND
                           ADD 1 TO WS-CT-WAIT(WS-CT-HIT)
                       END-IF
                   END-IF
                   READ WAITLIST-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY REQUIRED-COURSE ROWS MATTER HERE - AN ELECTIVE-GROUP
      *    ROW NAMES NO COURSE TO SUGGEST.

       140-LOAD-REQUIREMENTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REQ-IN.
           IF WS-REQ-STATUS NOT = "35"
               READ REQ-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-RQ-CNT >= 200
                   IF RQ-IS-COURSE
                       ADD 1 TO WS-RQ-CNT
                       MOVE RQ-MJR-CD TO WS-RQ-MJR(WS-RQ-CNT)
                       MOVE RQ-CRS-CODE TO WS-RQ-CRS(WS-RQ-CNT)
                   END-IF
                   READ REQ-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REQ-IN
           END-IF.

      *-----------------------------------------------------------------*

       150-LOAD-RATES.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT RATE-TABLE-IN.
           IF WS-RATE-STATUS = "35"
               DISPLAY "DSB-TUITION-RATES.TXT NOT FOUND - ADJUSTMENTS "
                   "WILL SHOW ZERO FOR THE BURSAR TO PRICE"
           ELSE
               READ RATE-TABLE-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-RATE-CNT >= 9
                   ADD 1 TO WS-RATE-CNT
                   MOVE TR-RES TO WS-RATE-RES(WS-RATE-CNT)
                   MOVE TR-PER-CREDIT TO
                       WS-RATE-PER-CREDIT(WS-RATE-CNT)
                   READ RATE-TABLE-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    THE RUN IS MEANT FOR BEFORE THE TERM STARTS. A LATE RUN IS
      *    ALLOWED - THE REFUND IS STILL IN FULL - BUT THE REGISTER
      *    SAYS SO.

       160-CHECK-TERM-START.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT TERM-DATES-IN.
           IF WS-TD-STATUS NOT = "35"
               READ TERM-DATES-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF TD-TERM = WS-CANCEL-TERM
                       MOVE TD-START TO WS-TERM-START
                   END-IF
                   READ TERM-DATES-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TERM-DATES-IN
           END-IF.
           IF WS-TERM-START > ZERO AND WS-RUN-DATE >= WS-TERM-START
               DISPLAY "*** TERM " WS-CANCEL-TERM " BEGAN "
                   WS-TERM-START " - THIS RUN IS NORMALLY MADE "
                   "BEFORE TERM ***"
           END-IF.

      *-----------------------------------------------------------------*

       170-PRINT-HEADERS.
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
           STRING "LOW-ENROLLMENT SECTION CANCELLATION - TERM "
                      DELIMITED BY SIZE
                  WS-CANCEL-TERM DELIMITED BY SIZE
                  INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-TERM-START > ZERO AND WS-RUN-DATE >= WS-TERM-START
               MOVE "*** RUN AFTER THE TERM START DATE ***" TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SECTIONS UNDER MINIMUM ENROLLMENT" TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-SECTION-HDR.

      *-----------------------------------------------------------------*
      *    A ZERO MINIMUM MEANS THE SECTION RUNS WHATEVER ITS HEAD
      *    COUNT. EACH SECTION UNDER ITS MINIMUM IS PUT TO THE
      *    REGISTRAR ONE AT A TIME - NOTHING IS CANCELLED UNASKED.

       200-REVIEW-SECTIONS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT
               IF WS-CT-MIN(WS-CT-IDX) > ZERO
                   AND WS-CT-ENRL(WS-CT-IDX) < WS-CT-MIN(WS-CT-IDX)
                   PERFORM 210-REVIEW-ONE-SECTION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       210-REVIEW-ONE-SECTION.
           ADD 1 TO WS-UNDER-CNTR.
           MOVE WS-CT-CODE(WS-CT-IDX) TO SR-CRS-CODE.
           MOVE WS-CT-TITLE(WS-CT-IDX) TO SR-TITLE.
           MOVE WS-CT-ENRL(WS-CT-IDX) TO SR-ENRL.
           MOVE WS-CT-MIN(WS-CT-IDX) TO SR-MIN.
           MOVE WS-CT-WAIT(WS-CT-IDX) TO SR-WAIT.
           DISPLAY WS-SECTION-ROW.
           DISPLAY "CANCEL THIS SECTION FOR " WS-CANCEL-TERM
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR "y"
               MOVE "Y" TO WS-CT-CANCEL-FLAG(WS-CT-IDX)
               ADD 1 TO WS-CANCEL-CNTR
               MOVE "CANCELLED" TO SR-DECISION
           ELSE
               MOVE "KEPT" TO SR-DECISION
           END-IF.
           WRITE RPT-REC FROM WS-SECTION-ROW.

      *-----------------------------------------------------------------*
      *    UP TO THREE OPEN ALTERNATIVES PER CANCELLED SECTION: OTHER
      *    SECTIONS OF THE SAME COURSE FIRST, THEN THE OTHER REQUIRED
      *    COURSES OF EVERY MAJOR THAT REQUIRES THE CANCELLED ONE. A
      *    SECTION ALREADY AT CAPACITY OR ITSELF CANCELLED IS NEVER
      *    SUGGESTED.

       300-FIND-ALTERNATES.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT
               IF WS-CT-CANCELLED(WS-CT-IDX)
                   PERFORM 310-SAME-COURSE-SECTIONS
                   PERFORM 320-SAME-REQUIREMENT-GROUP
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       310-SAME-COURSE-SECTIONS.
           PERFORM VARYING WS-CT-ALT-IDX FROM 1 BY 1
                   UNTIL WS-CT-ALT-IDX > WS-CT-CNT
                      OR WS-CT-ALT-CNT(WS-CT-IDX) >= 3
               IF WS-CT-ALT-IDX NOT = WS-CT-IDX
                   AND WS-CT-TITLE(WS-CT-ALT-IDX) =
                       WS-CT-TITLE(WS-CT-IDX)
                   MOVE WS-CT-CODE(WS-CT-ALT-IDX) TO WS-ALT-CODE
                   PERFORM 330-OFFER-ALTERNATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       320-SAME-REQUIREMENT-GROUP.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-CNT
                      OR WS-CT-ALT-CNT(WS-CT-IDX) >= 3
               IF WS-RQ-CRS(WS-RQ-IDX) = WS-CT-CODE(WS-CT-IDX)
                   PERFORM 325-SCAN-MAJOR-REQUIREMENTS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       325-SCAN-MAJOR-REQUIREMENTS.
           PERFORM VARYING WS-RQ-IDX-2 FROM 1 BY 1
                   UNTIL WS-RQ-IDX-2 > WS-RQ-CNT
                      OR WS-CT-ALT-CNT(WS-CT-IDX) >= 3
               IF WS-RQ-MJR(WS-RQ-IDX-2) = WS-RQ-MJR(WS-RQ-IDX)
                   AND WS-RQ-CRS(WS-RQ-IDX-2) NOT =
                       WS-CT-CODE(WS-CT-IDX)
                   MOVE WS-RQ-CRS(WS-RQ-IDX-2) TO WS-ALT-CODE
                   PERFORM 330-OFFER-ALTERNATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       330-OFFER-ALTERNATE.
           PERFORM 910-FIND-COURSE.
           IF NOT WS-FOUND
               GO TO 330-EXIT
           END-IF.
           IF WS-CT-CANCELLED(WS-CT-HIT)
               OR WS-CT-ENRL(WS-CT-HIT) >= WS-CT-CAPACITY(WS-CT-HIT)
               GO TO 330-EXIT
           END-IF.
           MOVE "N" TO WS-ALT-DUP-FLAG.
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-CT-ALT-CNT(WS-CT-IDX)
               IF WS-CT-ALT(WS-CT-IDX WS-ALT-IDX) = WS-ALT-CODE
                   MOVE "Y" TO WS-ALT-DUP-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-ALT-DUP
               ADD 1 TO WS-CT-ALT-CNT(WS-CT-IDX)
               MOVE WS-ALT-CODE TO
                   WS-CT-ALT(WS-CT-IDX WS-CT-ALT-CNT(WS-CT-IDX))
           END-IF.

       330-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       400-OPEN-ADJUSTMENT-FILES.
           OPEN INPUT STU-MST-IN.
           OPEN EXTEND TUITION-ADJ-OUT.
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT TUITION-ADJ-OUT
               CLOSE TUITION-ADJ-OUT
               OPEN EXTEND TUITION-ADJ-OUT
           END-IF.
           OPEN EXTEND DROP-REG-OUT.
           IF WS-DR-STATUS = "35"
               OPEN OUTPUT DROP-REG-OUT
               CLOSE DROP-REG-OUT
               OPEN EXTEND DROP-REG-OUT
           END-IF.
           OPEN EXTEND NOTIFY-OUT.
           IF WS-NT-STATUS = "35"
               OPEN OUTPUT NOTIFY-OUT
               CLOSE NOTIFY-OUT
               OPEN EXTEND NOTIFY-OUT
           END-IF.
           OPEN EXTEND STU-OI-OUT.
           IF WS-SOI-STATUS = "35"
               OPEN OUTPUT STU-OI-OUT
               CLOSE STU-OI-OUT
               OPEN EXTEND STU-OI-OUT
           END-IF.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.

      *-----------------------------------------------------------------*
      *    EVERY LIVE REGISTRATION IN A CANCELLED SECTION FOR THE TERM
      *    IS MARKED DROPPED WITH THE PROCESSING DATE AS THE FILE IS
      *    COPIED, AND THE STUDENT IS ADJUSTED AND NOTIFIED ON THE
      *    SPOT.

       410-DROP-REGISTRATIONS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS = "35"
               GO TO 410-EXIT
           END-IF.
           OPEN OUTPUT REG-TEMP.
           READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               IF REG-TERM = WS-CANCEL-TERM
                   AND NOT REG-IS-DROPPED
                   MOVE REG-CRS-CODE TO WS-ALT-CODE
                   PERFORM 910-FIND-COURSE
                   IF WS-FOUND AND WS-CT-CANCELLED(WS-CT-HIT)
                       MOVE "D" TO REG-STATUS
                       MOVE WS-RUN-DATE TO REG-DROP-DATE
                       ADD 1 TO WS-DROPPED-CNTR
                       MOVE REG-STU-ID TO WS-DISP-STU
                       MOVE "ENROLLED" TO WS-DISP-HOW
                       PERFORM 420-ADJUST-TUITION
                       PERFORM 460-NOTIFY-STUDENT
                   END-IF
               END-IF
               WRITE REG-TEMP-REC FROM REG-REC
               READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE REG-FILE.
           CLOSE REG-TEMP.
           IF WS-DROPPED-CNTR > ZERO
               PERFORM 415-COPY-REGS-BACK
           END-IF.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       415-COPY-REGS-BACK.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-TEMP.
           OPEN OUTPUT REG-FILE.
           READ REG-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE REG-REC FROM REG-TEMP-REC
               READ REG-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE REG-TEMP.
           CLOSE REG-FILE.

      *-----------------------------------------------------------------*
      *    THE SCHOOL CANCELLED, SO THE COURSE'S WHOLE PER-CREDIT
      *    ASSESSMENT AT THE STUDENT'S RESIDENCY RATE COMES BACK -
      *    100 PERCENT, WHATEVER THE WEEK. THE REGISTER ROW AND THE
      *    ADJUSTMENT RECORD ARE WRITTEN EVEN AT ZERO SO THE BURSAR
      *    CAN PRICE IT BY HAND.

       420-ADJUST-TUITION.
           MOVE WS-DISP-STU TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   MOVE SPACES TO FNAME-IN LNAME-IN RES-IN
           END-READ.
           MOVE ZERO TO WS-PER-CREDIT.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-CNT
               IF WS-RATE-RES(WS-RATE-IDX) = RES-IN
                   MOVE WS-RATE-PER-CREDIT(WS-RATE-IDX)
                       TO WS-PER-CREDIT
               END-IF
           END-PERFORM.
           COMPUTE WS-REFUND-AMT =
               WS-PER-CREDIT * WS-CT-CREDITS(WS-CT-HIT).
           ADD WS-REFUND-AMT TO WS-REFUND-TOTAL.
           MOVE WS-DISP-STU TO TA-STU-ID.
           MOVE WS-CANCEL-TERM TO TA-TERM.
           MOVE WS-CT-CODE(WS-CT-HIT) TO TA-CRS-CODE.
           MOVE WS-REFUND-AMT TO TA-REFUND.
           MOVE WS-RUN-DATE TO TA-DATE.
           WRITE TUITION-ADJ-REC.
           MOVE WS-DISP-STU TO DR-STU-ID.
           MOVE WS-CT-CODE(WS-CT-HIT) TO DR-CRS-CODE.
           MOVE WS-CANCEL-TERM TO DR-TERM.
           MOVE 100 TO DR-PCT.
           MOVE WS-REFUND-AMT TO DR-REFUND.
           WRITE DROP-REG-REC FROM WS-DROP-REG-ROW.
           IF WS-REFUND-AMT > ZERO
               MOVE WS-DISP-STU TO SOI-STU-ID
               MOVE WS-CANCEL-TERM TO SOI-TERM
               MOVE "R" TO SOI-TYPE
               MOVE WS-RUN-DATE TO SOI-DATE
               COMPUTE SOI-BILLED = ZERO - WS-REFUND-AMT
               MOVE ZERO TO SOI-PAID
               WRITE SOI-REC
               PERFORM 425-WRITE-GL-WORK
           END-IF.

      *-----------------------------------------------------------------*
      *    THE REFUND TAKES BACK THE CLASS'S TUITION REVENUE AND OWES
      *    THE STUDENT - ONE BALANCED PAIR, THE DEBIT ROW CARRYING THE
      *    AMOUNT AND THE CREDIT ROW THE SAME AMOUNT NEGATED.

       425-WRITE-GL-WORK.
           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE "STUDENT" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           EVALUATE RES-IN
               WHEN "O"
                   MOVE WS-GL-TUITION-O-ACCT TO GL-DEBIT-ACCT
                   MOVE "DROP REFUNDS - RES O" TO GL-DESCRIPTION
               WHEN "I"
                   MOVE WS-GL-TUITION-I-ACCT TO GL-DEBIT-ACCT
                   MOVE "DROP REFUNDS - RES I" TO GL-DESCRIPTION
               WHEN OTHER
                   MOVE WS-GL-TUITION-A-ACCT TO GL-DEBIT-ACCT
                   MOVE "DROP REFUNDS - RES A" TO GL-DESCRIPTION
           END-EVALUATE.
           MOVE WS-REFUND-AMT TO GL-AMOUNT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-REFUND-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-STU-REFUND-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.

      *-----------------------------------------------------------------*
      *    A WAITLISTED STUDENT HAS NO SEAT AND NO CHARGE TO ADJUST -
      *    THE ENTRY COMES OFF THE LIST AND THE STUDENT IS NOTIFIED.

       450-DROP-WAITLIST.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-STATUS = "35"
               GO TO 450-EXIT
           END-IF.
           OPEN OUTPUT WL-TEMP.
           READ WAITLIST-FILE AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               MOVE "N" TO WS-FOUND-FLAG
               IF WL-TERM = WS-CANCEL-TERM
                   MOVE WL-CRS-CODE TO WS-ALT-CODE
                   PERFORM 910-FIND-COURSE
               END-IF
               IF WS-FOUND AND WS-CT-CANCELLED(WS-CT-HIT)
                   ADD 1 TO WS-WAIT-CNTR
                   MOVE WL-STU-ID TO WS-DISP-STU
                   MOVE "WAITLIST" TO WS-DISP-HOW
                   MOVE ZERO TO WS-REFUND-AMT
                   MOVE WS-DISP-STU TO ID-IN
                   READ STU-MST-IN
                       INVALID KEY
                           MOVE SPACES TO FNAME-IN LNAME-IN
                   END-READ
                   PERFORM 460-NOTIFY-STUDENT
               ELSE
                   WRITE WL-TEMP-REC FROM WL-REC
               END-IF
               READ WAITLIST-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WAITLIST-FILE.
           CLOSE WL-TEMP.
           IF WS-WAIT-CNTR > ZERO
               PERFORM 455-COPY-WAITLIST-BACK
           END-IF.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       455-COPY-WAITLIST-BACK.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT WL-TEMP.
           OPEN OUTPUT WAITLIST-FILE.
           READ WL-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE WL-REC FROM WL-TEMP-REC
               READ WL-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE WL-TEMP.
           CLOSE WAITLIST-FILE.

      *-----------------------------------------------------------------*
      *    THE "C" NOTICE CARRIES THE CANCELLED SECTION AND ITS
      *    SUGGESTED ALTERNATIVES; THE REGISTER ROW SHOWS THE SAME.

       460-NOTIFY-STUDENT.
           ADD 1 TO WS-DISPLACED-CNTR.
           MOVE WS-DISP-STU TO NT-STU-ID.
           MOVE WS-CT-CODE(WS-CT-HIT) TO NT-CRS-CODE.
           MOVE WS-CANCEL-TERM TO NT-TERM.
           MOVE WS-RUN-DATE TO NT-DATE.
           MOVE "C" TO NT-TYPE.
           MOVE WS-CT-ALTERNATES(WS-CT-HIT) TO NT-ALTERNATES.
           WRITE NOTIFY-REC.
           MOVE WS-DISP-STU TO DP-STU-ID.
           MOVE LNAME-IN TO DP-LNAME.
           MOVE FNAME-IN TO DP-FNAME.
           MOVE WS-CT-CODE(WS-CT-HIT) TO DP-CRS-CODE.
           MOVE WS-DISP-HOW TO DP-HOW.
           MOVE WS-REFUND-AMT TO DP-REFUND.
           MOVE WS-CT-ALT(WS-CT-HIT 1) TO DP-ALT-1.
           MOVE WS-CT-ALT(WS-CT-HIT 2) TO DP-ALT-2.
           MOVE WS-CT-ALT(WS-CT-HIT 3) TO DP-ALT-3.
           WRITE RPT-REC FROM WS-DISPLACED-ROW.

      *-----------------------------------------------------------------*

       490-CLOSE-ADJUSTMENT-FILES.
           CLOSE STU-MST-IN.
           CLOSE TUITION-ADJ-OUT.
           CLOSE DROP-REG-OUT.
           CLOSE NOTIFY-OUT.
           CLOSE STU-OI-OUT.
           CLOSE STU-GL-OUT.

      *-----------------------------------------------------------------*

       500-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SECTIONS UNDER MINIMUM:" TO TOT-LABEL.
           MOVE WS-UNDER-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "SECTIONS CANCELLED:" TO TOT-LABEL.
           MOVE WS-CANCEL-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "REGISTRATIONS DROPPED:" TO TOT-LABEL.
           MOVE WS-DROPPED-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "WAITLIST ENTRIES REMOVED:" TO TOT-LABEL.
           MOVE WS-WAIT-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE WS-REFUND-TOTAL TO TOT-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-AMT-ROW.

      *-----------------------------------------------------------------*

       910-FIND-COURSE.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-CT-HIT FROM 1 BY 1
                   UNTIL WS-CT-HIT > WS-CT-CNT OR WS-FOUND
               IF WS-CT-CODE(WS-CT-HIT) = WS-ALT-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CT-HIT
           END-IF.

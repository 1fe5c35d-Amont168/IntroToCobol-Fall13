      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PREREQ-CHECK
      *    PURPOSE: PROVISIONAL REGISTRATION RECHECK, RUN AFTER
      *        DSB-GRADE-ENTRY HAS POSTED A TERM'S GRADES.
      *        DSB-REG-ENTRY REGISTERS A STUDENT PROVISIONALLY
      *        (STATUS P ON DSB-REGISTRATIONS.TXT) WHEN A PREREQUISITE
      *        ON DSB-COURSE-PREREQS.TXT WAS STILL IN PROGRESS. EACH
      *        PROVISIONAL ROW IS CHECKED AGAIN HERE AGAINST THE
      *        STUDENT'S POSTED GRADES - EVERY PREREQUISITE NOW
      *        PASSED AT ITS MINIMUM GRADE CONFIRMS THE REGISTRATION
      *        (STATUS A); A PREREQUISITE GRADED BELOW ITS MINIMUM,
      *        FAILED OR WITHDRAWN IS LISTED ON DSB-PREREQ-FAILED.TXT
      *        WITH THE GRADE EARNED SO THE REGISTRAR CAN DROP THE
      *        STUDENT OR TAKE INSTRUCTOR CONSENT. THE ROW STAYS
      *        PROVISIONAL, AND KEEPS LISTING, UNTIL ONE OR THE OTHER
      *        IS DONE. ONE STILL UNGRADED IS LEFT FOR THE NEXT RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PREREQ-CHECK.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT REG-FILE         ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.

       SELECT PREREQ-FILE      ASSIGN "DSB-COURSE-PREREQS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PQ-CRS-CODE
                               FILE STATUS IS WS-PQ-STATUS.

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-PREREQ-FAILED.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  REG-FILE.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
           03  REG-CRS-CODE            PIC X(6).
           03  REG-TERM                PIC X(5).
           03  REG-GRADE               PIC X(2).
           03  REG-STATUS              PIC X.
               88  REG-IS-DROPPED                  VALUE "D".
           03  REG-DROP-DATE           PIC 9(8).

       FD  PREREQ-FILE.
           COPY DSB-CRS-PREREQ.

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

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-REG-STATUS               PIC XX.
       01  WS-PQ-STATUS                PIC XX.
       01  WS-STU-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

      *    THE WHOLE REGISTRATION FILE, TABLED FOR THE RUN AND
      *    REWRITTEN ONCE AT THE END WHEN A ROW WAS CONFIRMED - THE
      *    SAME PATTERN DSB-GRADE-ENTRY USES.
       01  WS-REG-CNT                  PIC 9(4) VALUE ZERO.
       01  WS-REG-IDX                  PIC 9(4).
       01  WS-SCAN-IDX                 PIC 9(4).
       01  WS-LOAD-FULL-FLAG           PIC X VALUE "N".
           88  WS-LOAD-FULL                  VALUE "Y".
       01  WS-REG-TABLE.
           03  WS-REG-ENTRY OCCURS 1000 TIMES.
               05  WS-RT-STU-ID        PIC X(5).
               05  WS-RT-CRS-CODE      PIC X(6).
               05  WS-RT-TERM          PIC X(5).
               05  WS-RT-GRADE         PIC X(2).
               05  WS-RT-STATUS        PIC X.
               05  WS-RT-DROP-DATE     PIC 9(8).

      *    ONE STATE PER PREREQUISITE ENTRY - N NOT MET, I IN
      *    PROGRESS, P PASSED AT THE MINIMUM GRADE - WITH THE BEST
      *    GRADE POSTED AGAINST IT FOR THE FAILURE LISTING.
       01  WS-PQ-TABLE.
           03  WS-PQ-ITEM OCCURS 5 TIMES.
               05  WS-PQ-STATE         PIC X.
               05  WS-PQ-BEST-GRADE    PIC X(2).
               05  WS-PQ-BEST-PTS      PIC 9V9.
       01  WS-PQ-IDX                   PIC 9.
       01  WS-PQ-MISSING-FLAG          PIC X VALUE "N".
           88  WS-PQ-MISSING                 VALUE "Y".
       01  WS-PQ-PENDING-FLAG          PIC X VALUE "N".
           88  WS-PQ-PENDING                 VALUE "Y".
       01  WS-PQ-GRADE                 PIC X(2).
       01  WS-PQ-POINTS                PIC 9V9.
       01  WS-PQ-EARNED-PTS            PIC 9V9.
       01  WS-PQ-MIN-PTS               PIC 9V9.
       01  WS-CHANGED-FLAG             PIC X VALUE "N".
           88  WS-CHANGED                    VALUE "Y".

       01  WS-COL-HDR-1.
           03  FILLER                  PIC X(40) VALUE
               "ID     NAME                  COURSE  TER".
           03  FILLER                  PIC X(40) VALUE
               "M   PREREQ  EARNED  MIN".
       01  WS-COL-HDR-2                PIC X(80) VALUE ALL "-".

       01  WS-FAIL-LINE.
           03  PF-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-NAME                 PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-CRS-CODE             PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-TERM                 PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-REQ-CRS              PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-EARNED               PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PF-MIN-GRADE            PIC X(2).

       01  WS-TOTAL-LINE.
           03  TL-LABEL                PIC X(30).
           03  TL-COUNT                PIC Z,ZZZ,ZZ9.

       01  WS-TITLE-LINE               PIC X(80) VALUE
           "PROVISIONAL REGISTRATIONS - PREREQUISITE NOT MET".

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PREREQ-CHECK".
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
       01  WS-PROV-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-CONFIRM-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-FAILED-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-PENDING-CNTR             PIC 9(7) VALUE ZERO.

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
           OPEN INPUT PREREQ-FILE.
           IF WS-PQ-STATUS = "35"
               DISPLAY "DSB-COURSE-PREREQS.TXT NOT FOUND - NO "
                   "PREREQUISITES TO CHECK"
               GOBACK
           END-IF.
           PERFORM 110-LOAD-REGISTRATIONS.
           IF WS-LOAD-FULL
               DISPLAY "*** REGISTRATION FILE EXCEEDS THE 1000-ROW "
                   "TABLE - RECHECK REFUSED ***"
               CLOSE PREREQ-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STU-MST-IN.
           OPEN OUTPUT RPT-OUT.
           PERFORM 140-PRINT-HEADERS.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               IF WS-RT-STATUS(WS-REG-IDX) = "P"
                   PERFORM 200-CHECK-ONE-PROVISIONAL THRU 200-EXIT
               END-IF
           END-PERFORM.
           PERFORM 290-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE STU-MST-IN.
           CLOSE PREREQ-FILE.
           IF WS-CHANGED
               PERFORM 400-REWRITE-REGISTRATIONS
           END-IF.
           DISPLAY "PROVISIONAL REVIEWED  = " WS-PROV-CNTR.
           DISPLAY "CONFIRMED             = " WS-CONFIRM-CNTR.
           DISPLAY "PREREQUISITE FAILED   = " WS-FAILED-CNTR.
           DISPLAY "STILL IN PROGRESS     = " WS-PENDING-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PROV-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-LOAD-REGISTRATIONS.
           MOVE ZERO TO WS-REG-CNT.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS = "35"
               DISPLAY "DSB-REGISTRATIONS.TXT NOT FOUND - NOTHING "
                   "TO CHECK"
           ELSE
               READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-REG-CNT >= 1000
                   ADD 1 TO WS-REG-CNT
                   MOVE REG-STU-ID   TO WS-RT-STU-ID(WS-REG-CNT)
                   MOVE REG-CRS-CODE TO WS-RT-CRS-CODE(WS-REG-CNT)
                   MOVE REG-TERM     TO WS-RT-TERM(WS-REG-CNT)
                   MOVE REG-GRADE    TO WS-RT-GRADE(WS-REG-CNT)
                   MOVE REG-STATUS   TO WS-RT-STATUS(WS-REG-CNT)
                   MOVE REG-DROP-DATE TO
                       WS-RT-DROP-DATE(WS-REG-CNT)
                   READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-EOF
                   MOVE "Y" TO WS-LOAD-FULL-FLAG
               END-IF
               CLOSE REG-FILE
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
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.

      *-----------------------------------------------------------------*
      *    THE PREREQUISITES ARE THOSE ON FILE TODAY - A COURSE WHOSE
      *    RECORD HAS SINCE BEEN REMOVED HAS NOTHING LEFT TO WAIT ON
      *    AND IS CONFIRMED. THE BEST ATTEMPT AT EACH PREREQUISITE
      *    COUNTS, AS IT DOES AT REGISTRATION.

       200-CHECK-ONE-PROVISIONAL.
           ADD 1 TO WS-PROV-CNTR.
           MOVE WS-RT-CRS-CODE(WS-REG-IDX) TO PQ-CRS-CODE.
           READ PREREQ-FILE
               INVALID KEY
                   MOVE "A" TO WS-RT-STATUS(WS-REG-IDX)
                   MOVE "Y" TO WS-CHANGED-FLAG
                   ADD 1 TO WS-CONFIRM-CNTR
                   GO TO 200-EXIT
           END-READ.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               IF PQ-REQ-CRS(WS-PQ-IDX) = SPACES
                   MOVE "P" TO WS-PQ-STATE(WS-PQ-IDX)
               ELSE
                   MOVE "N" TO WS-PQ-STATE(WS-PQ-IDX)
               END-IF
               MOVE SPACES TO WS-PQ-BEST-GRADE(WS-PQ-IDX)
               MOVE ZERO TO WS-PQ-BEST-PTS(WS-PQ-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REG-CNT
               IF WS-RT-STU-ID(WS-SCAN-IDX) = WS-RT-STU-ID(WS-REG-IDX)
                   AND WS-RT-STATUS(WS-SCAN-IDX) NOT = "D"
                   AND WS-SCAN-IDX NOT = WS-REG-IDX
                   PERFORM 210-MATCH-PREREQ-ROW
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PQ-MISSING-FLAG.
           MOVE "N" TO WS-PQ-PENDING-FLAG.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               EVALUATE WS-PQ-STATE(WS-PQ-IDX)
                   WHEN "N"
                       MOVE "Y" TO WS-PQ-MISSING-FLAG
                   WHEN "I"
                       MOVE "Y" TO WS-PQ-PENDING-FLAG
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PQ-MISSING
                   ADD 1 TO WS-FAILED-CNTR
                   PERFORM 230-PRINT-FAILED
               WHEN WS-PQ-PENDING
                   ADD 1 TO WS-PENDING-CNTR
               WHEN OTHER
                   MOVE "A" TO WS-RT-STATUS(WS-REG-IDX)
                   MOVE "Y" TO WS-CHANGED-FLAG
                   ADD 1 TO WS-CONFIRM-CNTR
           END-EVALUATE.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    AN UNGRADED OR INCOMPLETE ROW IN ANOTHER TERM IS STILL IN
      *    PROGRESS; A POSTED GRADE PASSES WHEN ITS POINTS REACH THE
      *    MINIMUM'S. W AND F CARRY NO POINTS.

       210-MATCH-PREREQ-ROW.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               IF WS-RT-CRS-CODE(WS-SCAN-IDX) = PQ-REQ-CRS(WS-PQ-IDX)
                   AND WS-PQ-STATE(WS-PQ-IDX) NOT = "P"
                   IF WS-RT-GRADE(WS-SCAN-IDX) = SPACES
                       OR WS-RT-GRADE(WS-SCAN-IDX) = "I "
                       IF WS-RT-TERM(WS-SCAN-IDX) NOT =
                           WS-RT-TERM(WS-REG-IDX)
                           MOVE "I" TO WS-PQ-STATE(WS-PQ-IDX)
                       END-IF
                   ELSE
                       PERFORM 215-GRADE-ONE-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       215-GRADE-ONE-ATTEMPT.
           MOVE WS-RT-GRADE(WS-SCAN-IDX) TO WS-PQ-GRADE.
           PERFORM 220-GRADE-POINTS.
           MOVE WS-PQ-POINTS TO WS-PQ-EARNED-PTS.
           IF WS-PQ-BEST-GRADE(WS-PQ-IDX) = SPACES
               OR WS-PQ-EARNED-PTS > WS-PQ-BEST-PTS(WS-PQ-IDX)
               MOVE WS-RT-GRADE(WS-SCAN-IDX)
                   TO WS-PQ-BEST-GRADE(WS-PQ-IDX)
               MOVE WS-PQ-EARNED-PTS TO WS-PQ-BEST-PTS(WS-PQ-IDX)
           END-IF.
           MOVE PQ-MIN-GRADE(WS-PQ-IDX) TO WS-PQ-GRADE.
           PERFORM 220-GRADE-POINTS.
           MOVE WS-PQ-POINTS TO WS-PQ-MIN-PTS.
           IF WS-PQ-EARNED-PTS > ZERO
               AND WS-PQ-EARNED-PTS >= WS-PQ-MIN-PTS
               MOVE "P" TO WS-PQ-STATE(WS-PQ-IDX)
           END-IF.

      *-----------------------------------------------------------------*

       220-GRADE-POINTS.
           EVALUATE WS-PQ-GRADE
               WHEN "A "  MOVE 4.0 TO WS-PQ-POINTS
               WHEN "A-"  MOVE 3.7 TO WS-PQ-POINTS
               WHEN "B+"  MOVE 3.3 TO WS-PQ-POINTS
               WHEN "B "  MOVE 3.0 TO WS-PQ-POINTS
               WHEN "B-"  MOVE 2.7 TO WS-PQ-POINTS
               WHEN "C+"  MOVE 2.3 TO WS-PQ-POINTS
               WHEN "C "  MOVE 2.0 TO WS-PQ-POINTS
               WHEN "C-"  MOVE 1.7 TO WS-PQ-POINTS
               WHEN "D+"  MOVE 1.3 TO WS-PQ-POINTS
               WHEN "D "  MOVE 1.0 TO WS-PQ-POINTS
               WHEN OTHER MOVE ZERO TO WS-PQ-POINTS
           END-EVALUATE.

      *-----------------------------------------------------------------*
      *    ONE LINE PER PREREQUISITE NOT MET. A PREREQUISITE WITH NO
      *    GRADE AT ALL WAS DROPPED SINCE REGISTRATION.

       230-PRINT-FAILED.
           MOVE WS-RT-STU-ID(WS-REG-IDX) TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO LNAME-IN
           END-READ.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               IF WS-PQ-STATE(WS-PQ-IDX) = "N"
                   MOVE WS-RT-STU-ID(WS-REG-IDX) TO PF-STU-ID
                   MOVE LNAME-IN TO PF-NAME
                   MOVE WS-RT-CRS-CODE(WS-REG-IDX) TO PF-CRS-CODE
                   MOVE WS-RT-TERM(WS-REG-IDX) TO PF-TERM
                   MOVE PQ-REQ-CRS(WS-PQ-IDX) TO PF-REQ-CRS
                   IF WS-PQ-BEST-GRADE(WS-PQ-IDX) = SPACES
                       MOVE "NONE" TO PF-EARNED
                   ELSE
                       MOVE WS-PQ-BEST-GRADE(WS-PQ-IDX) TO PF-EARNED
                   END-IF
                   MOVE PQ-MIN-GRADE(WS-PQ-IDX) TO PF-MIN-GRADE
                   WRITE RPT-REC FROM WS-FAIL-LINE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       290-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "PROVISIONAL REVIEWED" TO TL-LABEL.
           MOVE WS-PROV-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "CONFIRMED" TO TL-LABEL.
           MOVE WS-CONFIRM-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "PREREQUISITE FAILED" TO TL-LABEL.
           MOVE WS-FAILED-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "STILL IN PROGRESS" TO TL-LABEL.
           MOVE WS-PENDING-CNTR TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.

      *-----------------------------------------------------------------*

       400-REWRITE-REGISTRATIONS.
           OPEN OUTPUT REG-FILE.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CNT
               MOVE WS-RT-STU-ID(WS-REG-IDX)   TO REG-STU-ID
               MOVE WS-RT-CRS-CODE(WS-REG-IDX) TO REG-CRS-CODE
               MOVE WS-RT-TERM(WS-REG-IDX)     TO REG-TERM
               MOVE WS-RT-GRADE(WS-REG-IDX)    TO REG-GRADE
               MOVE WS-RT-STATUS(WS-REG-IDX)   TO REG-STATUS
               MOVE WS-RT-DROP-DATE(WS-REG-IDX) TO REG-DROP-DATE
               WRITE REG-REC
           END-PERFORM.
           CLOSE REG-FILE.

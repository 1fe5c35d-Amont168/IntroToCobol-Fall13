      *        TO ZERO), WRITES AN ADJUSTMENT RECORD AND A
      *        DROP/REFUND REGISTER ROW FOR THE BURSAR, AND ENROLLS
      *        THE FIRST WAITLISTED STUDENT INTO THE FREED SEAT WITH
      *        A NOTIFICATION ROW FOR THE REGISTRAR. A REFUND ALSO
      *        GOES TO THE STUDENT GL WORK FILE (DSB-STU-GL-WORK.TXT)
      *        AS A BALANCED PAIR - THE STUDENT'S RESIDENCY-CLASS
      *        TUITION REVENUE AGAINST THE STUDENT REFUND LIABILITY -
      *        FOR DSB-STU-GL-TOTALS TO CARRY INTO THE NIGHT'S GL FEED.
      *    A COURSE WITH A RECORD ON DSB-COURSE-PREREQS.TXT IS
      *        REFUSED - BEFORE ANY WAITLIST OFFER - UNTIL THE
      *        STUDENT'S POSTED GRADES ON DSB-REGISTRATIONS.TXT MEET
      *        EVERY PREREQUISITE AT ITS MINIMUM GRADE; THE FIRST ONE
      *        MISSING IS NAMED ON THE SCREEN. WHERE THE COURSE ALLOWS
      *        IT, INSTRUCTOR CONSENT ON FILE REGISTERS THE STUDENT
      *        ANYWAY (STATUS C). A PREREQUISITE STILL IN PROGRESS -
      *        HELD UNGRADED OR INCOMPLETE IN ANOTHER TERM - REGISTERS
      *        THE STUDENT PROVISIONALLY (STATUS P) FOR
      *        DSB-PREREQ-CHECK TO CONFIRM ONCE THOSE GRADES POST.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT PREREQ-FILE      ASSIGN "DSB-COURSE-PREREQS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PQ-CRS-CODE
                               FILE STATUS IS WS-PQ-STATUS.

       SELECT REG-FILE         ASSIGN "DSB-REGISTRATIONS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REG-STATUS.
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CUM-GPA-IN              PIC 9V99.
           03  STANDING-IN             PIC X(2).
           03  AR-HOLD-IN              PIC X.
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  PREREQ-FILE.
           COPY DSB-CRS-PREREQ.

       FD  WAITLIST-FILE.
       01  WL-REC.
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
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  REG-FILE.
       01  REG-REC.
           03  REG-STU-ID              PIC X(5).
       01  WS-DR-STATUS                PIC XX.
       01  WS-NT-STATUS                PIC XX.
       01  WS-SOI-STATUS               PIC XX.
       01  WS-PQ-STATUS                PIC XX.
       01  WS-STU-GL-STATUS            PIC XX.

      *    STUDENT GL ACCOUNTS - TUITION REVENUE BY RESIDENCY CLASS
      *    AND THE REFUND LIABILITY A DROP CREDITS.
       01  WS-GL-TUITION-A-ACCT        PIC X(4) VALUE "4210".
       01  WS-GL-TUITION-O-ACCT        PIC X(4) VALUE "4220".
       01  WS-GL-TUITION-I-ACCT        PIC X(4) VALUE "4230".
       01  WS-GL-STU-REFUND-ACCT       PIC X(4) VALUE "2220".

      *    PREREQUISITE CHECK. ONE STATE PER PREREQUISITE ENTRY -
      *    N NOT MET, I IN PROGRESS, P PASSED AT THE MINIMUM GRADE.
       01  WS-PQ-FILE-FLAG             PIC X VALUE "N".
           88  WS-PQ-FILE-OPEN               VALUE "Y".
       01  WS-PQ-STATES.
           03  WS-PQ-STATE             PIC X OCCURS 5 TIMES.
       01  WS-PQ-IDX                   PIC 9.
       01  WS-PQ-MISSING-FLAG          PIC X VALUE "N".
           88  WS-PQ-MISSING                 VALUE "Y".
       01  WS-PQ-PENDING-FLAG          PIC X VALUE "N".
           88  WS-PQ-PENDING                 VALUE "Y".
       01  WS-PQ-MISS-CRS              PIC X(6).
       01  WS-PQ-MISS-GRADE            PIC X(2).
       01  WS-PQ-CONSENT               PIC X.
       01  WS-PQ-GRADE                 PIC X(2).
       01  WS-PQ-POINTS                PIC 9V9.
       01  WS-PQ-EARNED-PTS            PIC 9V9.
       01  WS-PQ-MIN-PTS               PIC 9V9.
       01  WS-NEW-REG-STATUS           PIC X VALUE "A".

      *    THE NEW SECTION'S MEETING PATTERN, HELD WHILE THE CATALOG
      *    BUFFER IS REUSED TO READ THE STUDENT'S EXISTING SECTIONS.
       01  SCRN-TIME-CONFLICT LINE 12 COL 11
           VALUE "*** MEETING TIME CONFLICTS WITH A HELD SECTION ***".

       01  SCRN-PREREQ-MISSING.
           03  LINE 12 COL 11  VALUE   "*** PREREQUISITE".
           03  LINE 12 COL 28  PIC X(6)   FROM  WS-PQ-MISS-CRS.
           03  LINE 12 COL 35  VALUE   "AT".
           03  LINE 12 COL 38  PIC X(2)   FROM  WS-PQ-MISS-GRADE.
           03  LINE 12 COL 41  VALUE   "NOT MET - REGISTRATION REFUSED".
           03  LINE 12 COL 72  VALUE   "***".

       01  SCRN-PQ-CONSENT.
           03  LINE 13 COL 11  VALUE
               "INSTRUCTOR CONSENT ON FILE? (Y/N)".
           03  LINE 13 COL 46  PIC X   TO  WS-PQ-CONSENT  AUTO.

       01  SCRN-PQ-BY-CONSENT LINE 14 COL 11
           VALUE "REGISTERING ON INSTRUCTOR CONSENT".

       01  SCRN-PQ-PROVISIONAL LINE 14 COL 11
           VALUE "PREREQUISITE IN PROGRESS - PROVISIONAL REGISTRATION".

       01  SCRN-WL-OFFER.
           03  LINE 13 COL 11  VALUE
               "ADD STUDENT TO THE WAITLIST? (Y/N)".
           END-IF.
           OPEN INPUT STU-MST-IN.
           OPEN INPUT CRS-MST-IN.
           OPEN INPUT PREREQ-FILE.
           IF WS-PQ-STATUS = "00"
               MOVE "Y" TO WS-PQ-FILE-FLAG
           END-IF.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE-NUM.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           END-EVALUATE.
           CLOSE STU-MST-IN.
           CLOSE CRS-MST-IN.
           IF WS-PQ-FILE-OPEN
               CLOSE PREREQ-FILE
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
      *-----------------------------------------------------------------*
       210-VALIDATE-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE "A" TO WS-NEW-REG-STATUS.
           MOVE WS-REG-ID TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                       DISPLAY SCRN-CRS-TITLE
               END-READ
           END-IF.
           IF WS-ENTRY-OK AND WS-PQ-FILE-OPEN
               PERFORM 230-CHECK-PREREQS THRU 230-EXIT
           END-IF.
           IF WS-ENTRY-OK
               PERFORM 225-CHECK-TIME-CONFLICT THRU 225-EXIT
               IF WS-CONFLICT
       227-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    EVERY PREREQUISITE ON THE COURSE'S RECORD IS MATCHED
      *    AGAINST THE STUDENT'S UNDROPPED REGISTRATIONS. THE BEST
      *    ATTEMPT COUNTS - A RETAKE THAT PASSES SATISFIES IT EVEN
      *    AFTER AN EARLIER FAILURE. ANY PREREQUISITE NOT MET REFUSES
      *    THE ENTRY UNLESS THE COURSE TAKES INSTRUCTOR CONSENT AND
      *    THE CONSENT IS ON FILE; ONE STILL IN PROGRESS MAKES THE
      *    REGISTRATION PROVISIONAL.

       230-CHECK-PREREQS.
           MOVE WS-REG-CRS TO PQ-CRS-CODE.
           READ PREREQ-FILE
               INVALID KEY
                   GO TO 230-EXIT
           END-READ.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               IF PQ-REQ-CRS(WS-PQ-IDX) = SPACES
                   MOVE "P" TO WS-PQ-STATE(WS-PQ-IDX)
               ELSE
                   MOVE "N" TO WS-PQ-STATE(WS-PQ-IDX)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS NOT = "35"
               READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF REG-STU-ID = WS-REG-ID
                       AND NOT REG-IS-DROPPED
                       PERFORM 232-MATCH-PREREQ-ROW
                   END-IF
                   READ REG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF.
           MOVE "N" TO WS-PQ-MISSING-FLAG.
           MOVE "N" TO WS-PQ-PENDING-FLAG.
           PERFORM VARYING WS-PQ-IDX FROM 5 BY -1 UNTIL WS-PQ-IDX < 1
               EVALUATE WS-PQ-STATE(WS-PQ-IDX)
                   WHEN "N"
                       MOVE "Y" TO WS-PQ-MISSING-FLAG
                       MOVE PQ-REQ-CRS(WS-PQ-IDX) TO WS-PQ-MISS-CRS
                       MOVE PQ-MIN-GRADE(WS-PQ-IDX) TO WS-PQ-MISS-GRADE
                   WHEN "I"
                       MOVE "Y" TO WS-PQ-PENDING-FLAG
               END-EVALUATE
           END-PERFORM.
           IF WS-PQ-MISSING
               DISPLAY SCRN-PREREQ-MISSING
               MOVE "N" TO WS-ENTRY-OK-FLAG
               IF PQ-CONSENT-ALLOWED
                   MOVE SPACE TO WS-PQ-CONSENT
                   DISPLAY SCRN-PQ-CONSENT
                   ACCEPT SCRN-PQ-CONSENT
                   IF WS-PQ-CONSENT = "Y" OR "y"
                       MOVE "Y" TO WS-ENTRY-OK-FLAG
                       MOVE "C" TO WS-NEW-REG-STATUS
                       DISPLAY SCRN-PQ-BY-CONSENT
                   END-IF
               END-IF
               GO TO 230-EXIT
           END-IF.
           IF WS-PQ-PENDING
               MOVE "P" TO WS-NEW-REG-STATUS
               DISPLAY SCRN-PQ-PROVISIONAL
           END-IF.

       230-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    AN UNGRADED OR INCOMPLETE ROW IN ANOTHER TERM IS A
      *    PREREQUISITE IN PROGRESS; A POSTED GRADE PASSES WHEN ITS
      *    POINTS REACH THE MINIMUM'S. W AND F CARRY NO POINTS.

       232-MATCH-PREREQ-ROW.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1 UNTIL WS-PQ-IDX > 5
               IF REG-CRS-CODE = PQ-REQ-CRS(WS-PQ-IDX)
                   AND WS-PQ-STATE(WS-PQ-IDX) NOT = "P"
                   IF REG-GRADE = SPACES OR REG-GRADE = "I "
                       IF REG-TERM NOT = WS-REG-TERM
                           MOVE "I" TO WS-PQ-STATE(WS-PQ-IDX)
                       END-IF
                   ELSE
                       MOVE REG-GRADE TO WS-PQ-GRADE
                       PERFORM 234-GRADE-POINTS
                       MOVE WS-PQ-POINTS TO WS-PQ-EARNED-PTS
                       MOVE PQ-MIN-GRADE(WS-PQ-IDX) TO WS-PQ-GRADE
                       PERFORM 234-GRADE-POINTS
                       MOVE WS-PQ-POINTS TO WS-PQ-MIN-PTS
                       IF WS-PQ-EARNED-PTS > ZERO
                           AND WS-PQ-EARNED-PTS >= WS-PQ-MIN-PTS
                           MOVE "P" TO WS-PQ-STATE(WS-PQ-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       234-GRADE-POINTS.
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
       250-WRITE-REGISTRATION.
           OPEN EXTEND REG-FILE.
           MOVE WS-REG-CRS TO REG-CRS-CODE.
           MOVE WS-REG-TERM TO REG-TERM.
           MOVE SPACES TO REG-GRADE.
           MOVE WS-NEW-REG-STATUS TO REG-STATUS.
           MOVE ZERO TO REG-DROP-DATE.
           WRITE REG-REC.
           CLOSE REG-FILE.
           MOVE ZERO TO SOI-PAID.
           WRITE SOI-REC.
           CLOSE STU-OI-OUT.
           PERFORM 337-WRITE-GL-WORK.

      *-----------------------------------------------------------------*
      *    THE REFUND TAKES BACK THE CLASS'S TUITION REVENUE AND OWES
      *    THE STUDENT - ONE BALANCED PAIR, THE DEBIT ROW CARRYING THE
      *    AMOUNT AND THE CREDIT ROW THE SAME AMOUNT NEGATED.

       337-WRITE-GL-WORK.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
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
           CLOSE STU-GL-OUT.

      *-----------------------------------------------------------------*
      *    THE FREED SEAT GOES TO THE LOWEST WAITLIST POSITION FOR
           MOVE WS-REG-CRS TO NT-CRS-CODE.
           MOVE WS-REG-TERM TO NT-TERM.
           MOVE WS-RUN-DATE-NUM TO NT-DATE.
           MOVE "W" TO NT-TYPE.
           MOVE SPACES TO NT-ALTERNATES.
           WRITE NOTIFY-REC.
           CLOSE NOTIFY-OUT.

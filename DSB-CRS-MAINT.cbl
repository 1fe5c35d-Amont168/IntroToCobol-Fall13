      *        TITLE, CREDIT HOURS, AND SECTION CAPACITY - SO THE
      *        REGISTRATION SCREEN (DSB-REG-ENTRY) HAS A CATALOG TO
      *        VALIDATE AGAINST INSTEAD OF THE ENROLLMENT OFFICE'S
      *        CARD FILE. (P)REREQUISITES MODE KEEPS THE COURSE'S
      *        PREREQUISITE RECORD ON DSB-COURSE-PREREQS.TXT - UP TO
      *        FIVE REQUIRED CATALOG COURSES, EACH WITH A MINIMUM
      *        GRADE, AND WHETHER INSTRUCTOR CONSENT MAY STAND IN -
      *        WHICH DSB-REG-ENTRY ENFORCES. DELETING A COURSE DELETES
      *        ITS PREREQUISITE RECORD WITH IT. EACH SECTION ALSO
      *        CARRIES ITS MINIMUM ENROLLMENT - THE HEAD COUNT
      *        DSB-SECT-CANCEL NEEDS TO SEE BEFORE TERM OR THE SECTION
      *        IS CANCELLED. A ZERO MINIMUM MEANS THE SECTION RUNS
      *        WHATEVER ITS ENROLLMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS CRS-CODE-OUT
                               FILE STATUS IS WS-MST-STATUS.

       SELECT PREREQ-FILE      ASSIGN "DSB-COURSE-PREREQS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PQ-CRS-CODE
                               FILE STATUS IS WS-PQ-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CRS-START-OUT           PIC 9(4).
           03  CRS-END-OUT             PIC 9(4).
           03  CRS-ROOM-OUT            PIC X(6).
           03  CRS-MIN-ENRL-OUT        PIC 999.

       FD  PREREQ-FILE.
           COPY DSB-CRS-PREREQ.

      ******************************************************************
       WORKING-STORAGE SECTION.
           88  WS-MORE                       VALUE "N".

       01  WS-MST-STATUS               PIC XX.
       01  WS-PQ-STATUS                PIC XX.

       01  WS-PQ-FOUND-FLAG            PIC X VALUE "N".
           88  WS-PQ-FOUND                   VALUE "Y".
       01  WS-PQ-ANY-FLAG              PIC X VALUE "N".
           88  WS-PQ-ANY                     VALUE "Y".
       01  WS-PQ-IDX                   PIC 9.
       01  WS-PQ-COURSE                PIC X(6).
       01  WS-PQ-TITLE                 PIC X(25).
       01  WS-PQ-BAD-CRS               PIC X(6).

       01  WS-RUN-MODE                 PIC X.

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD, (C)HANGE, (D)ELETE, OR (P)REREQUISITES?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
       01  SCRN-BAD-CAP    LINE 15 COL 11
           VALUE "*** CAPACITY MUST BE GREATER THAN ZERO ***".

       01  SCRN-BAD-MIN    LINE 15 COL 11
           VALUE "*** MINIMUM ENROLLMENT EXCEEDS CAPACITY ***".

       01  SCRN-CRS-FIELDS.
           03  SCRN-CRS-TITLE.
               05  LINE 06 COL 11  VALUE   "TITLE".
               05  LINE 10 COL 11  VALUE   "CAPACITY".
               05  LINE 10 COL 22  PIC 999 USING  CRS-CAPACITY-OUT
                                           AUTO.
               05  LINE 10 COL 30  VALUE   "MIN ENRL".
               05  LINE 10 COL 40  PIC 999 USING  CRS-MIN-ENRL-OUT
                                           AUTO.
           03  SCRN-CRS-MEETING.
               05  LINE 12 COL 11  VALUE   "DAYS MTWRF".
               05  LINE 12 COL 22  PIC X(5) USING CRS-DAYS-OUT
               05  LINE 15 COL 22  PIC X(6) USING CRS-ROOM-OUT
                                           AUTO.

       01  SCRN-PQ-COURSE.
           03  LINE 05 COL 16  PIC X(25)   FROM  WS-PQ-TITLE.

       01  SCRN-PQ-FIELDS.
           03  LINE 08 COL 11  VALUE
               "INSTRUCTOR CONSENT ALLOWED (Y/N)".
           03  LINE 08 COL 45  PIC X   USING  PQ-CONSENT-FLAG  AUTO.
           03  LINE 10 COL 11  VALUE   "PREREQ 1".
           03  LINE 10 COL 22  PIC X(6)  USING  PQ-REQ-CRS(1)  AUTO.
           03  LINE 10 COL 31  VALUE   "MIN GRADE".
           03  LINE 10 COL 42  PIC X(2)  USING  PQ-MIN-GRADE(1)
                                           AUTO.
           03  LINE 12 COL 11  VALUE   "PREREQ 2".
           03  LINE 12 COL 22  PIC X(6)  USING  PQ-REQ-CRS(2)  AUTO.
           03  LINE 12 COL 31  VALUE   "MIN GRADE".
           03  LINE 12 COL 42  PIC X(2)  USING  PQ-MIN-GRADE(2)
                                           AUTO.
           03  LINE 14 COL 11  VALUE   "PREREQ 3".
           03  LINE 14 COL 22  PIC X(6)  USING  PQ-REQ-CRS(3)  AUTO.
           03  LINE 14 COL 31  VALUE   "MIN GRADE".
           03  LINE 14 COL 42  PIC X(2)  USING  PQ-MIN-GRADE(3)
                                           AUTO.
           03  LINE 16 COL 11  VALUE   "PREREQ 4".
           03  LINE 16 COL 22  PIC X(6)  USING  PQ-REQ-CRS(4)  AUTO.
           03  LINE 16 COL 31  VALUE   "MIN GRADE".
           03  LINE 16 COL 42  PIC X(2)  USING  PQ-MIN-GRADE(4)
                                           AUTO.
           03  LINE 18 COL 11  VALUE   "PREREQ 5".
           03  LINE 18 COL 22  PIC X(6)  USING  PQ-REQ-CRS(5)  AUTO.
           03  LINE 18 COL 31  VALUE   "MIN GRADE".
           03  LINE 18 COL 42  PIC X(2)  USING  PQ-MIN-GRADE(5)
                                           AUTO.

       01  SCRN-PQ-BAD-CRS.
           03  LINE 21 COL 11  VALUE   "*** PREREQUISITE".
           03  LINE 21 COL 28  PIC X(6)    FROM  WS-PQ-BAD-CRS.
           03  LINE 21 COL 35  VALUE   "NOT IN CATALOG - RE-ENTER ***".

       01  SCRN-PQ-BAD-GRADE LINE 21 COL 11
           VALUE "*** MINIMUM GRADE NOT ON THE SCALE - RE-ENTER ***".

       01  SCRN-PQ-SELF     LINE 21 COL 11
           VALUE "*** A COURSE CANNOT BE ITS OWN PREREQUISITE ***".

       01  SCRN-PQ-BAD-CONSENT LINE 21 COL 11
           VALUE "*** CONSENT FLAG MUST BE Y OR N - RE-ENTER ***".

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS COURSE? (Y/N)".
           03  LINE 17 COL 38  PIC X   TO  WS-CONFIRM-DELETE  AUTO.
               GOBACK
           END-IF.
           PERFORM 110-OPEN-MASTER.
           PERFORM 120-OPEN-PREREQS.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN "P"
               WHEN "p"
                   PERFORM 700-PREREQ-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
           CLOSE PREREQ-FILE.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
               CLOSE MST-OUT
               OPEN I-O MST-OUT
           END-IF.
      *-----------------------------------------------------------------*
       120-OPEN-PREREQS.
           OPEN I-O PREREQ-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE ZERO TO CRS-CREDITS-OUT CRS-CAPACITY-OUT.
           MOVE SPACES TO CRS-DAYS-OUT CRS-ROOM-OUT.
           MOVE ZERO TO CRS-START-OUT CRS-END-OUT.
           MOVE ZERO TO CRS-MIN-ENRL-OUT.
           DISPLAY SCRN-CRS-FIELDS.
           PERFORM 220-ACCEPT-CRS-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-CAP
           END-IF.
           IF CRS-MIN-ENRL-OUT > CRS-CAPACITY-OUT
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-BAD-MIN
           END-IF.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-CRS-FIELDS
               PERFORM 220-ACCEPT-CRS-FIELDS
           ACCEPT SCRN-DELETE-CONFIRM.
           IF WS-CONFIRM-DELETE = "Y" OR "y"
               DELETE MST-OUT RECORD
               MOVE CRS-CODE-OUT TO PQ-CRS-CODE
               DELETE PREREQ-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-DELETED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    PREREQUISITE MODE. THE COURSE MUST BE IN THE CATALOG; ITS
      *    PREREQUISITE RECORD IS SHOWN FOR CORRECTION, OR A BLANK
      *    ONE WHEN IT HAS NONE YET. SAVING WITH EVERY ROW BLANK
      *    REMOVES THE RECORD - THE COURSE IS THEN OPEN TO ANYONE.
       700-PREREQ-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 710-MAINTAIN-PREREQS
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       710-MAINTAIN-PREREQS.
           MOVE CRS-CODE-OUT TO WS-PQ-COURSE.
           MOVE CRS-TITLE-OUT TO WS-PQ-TITLE.
           DISPLAY SCRN-PQ-COURSE.
           MOVE "Y" TO WS-PQ-FOUND-FLAG.
           MOVE WS-PQ-COURSE TO PQ-CRS-CODE.
           READ PREREQ-FILE
               INVALID KEY
                   MOVE "N" TO WS-PQ-FOUND-FLAG
                   MOVE SPACES TO PREREQ-REC
                   MOVE WS-PQ-COURSE TO PQ-CRS-CODE
                   MOVE "N" TO PQ-CONSENT-FLAG
           END-READ.
           DISPLAY SCRN-PQ-FIELDS.
           ACCEPT SCRN-PQ-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 720-VALIDATE-PREREQS UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               PERFORM 740-SAVE-PREREQS
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    EVERY PREREQUISITE NAMED MUST BE A CATALOG COURSE OTHER
      *    THAN THE ONE BEING GOVERNED, AND ITS MINIMUM GRADE A
      *    PASSING GRADE ON THE SCALE DSB-GRADE-ENTRY POSTS. A BLANK
      *    MINIMUM IS STORED AS "D " - ANY PASSING GRADE.
       720-VALIDATE-PREREQS.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           INSPECT PQ-CONSENT-FLAG CONVERTING "yn" TO "YN".
           IF PQ-CONSENT-FLAG NOT = "Y" AND PQ-CONSENT-FLAG NOT = "N"
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-PQ-BAD-CONSENT
           END-IF.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 5 OR NOT WS-REC-VALID
               IF PQ-REQ-CRS(WS-PQ-IDX) NOT = SPACES
                   PERFORM 730-VALIDATE-ONE-PREREQ
               END-IF
           END-PERFORM.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-PQ-FIELDS
               ACCEPT SCRN-PQ-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
       730-VALIDATE-ONE-PREREQ.
           INSPECT PQ-REQ-CRS(WS-PQ-IDX) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT PQ-MIN-GRADE(WS-PQ-IDX) CONVERTING "abcd" TO "ABCD".
           IF PQ-REQ-CRS(WS-PQ-IDX) = WS-PQ-COURSE
               MOVE "N" TO WS-REC-VALID-FLAG
               DISPLAY SCRN-PQ-SELF
           ELSE
               MOVE PQ-REQ-CRS(WS-PQ-IDX) TO CRS-CODE-OUT
               READ MST-OUT
                   INVALID KEY
                       MOVE "N" TO WS-REC-VALID-FLAG
                       MOVE PQ-REQ-CRS(WS-PQ-IDX) TO WS-PQ-BAD-CRS
                       DISPLAY SCRN-PQ-BAD-CRS
               END-READ
           END-IF.
           IF WS-REC-VALID
               IF PQ-MIN-GRADE(WS-PQ-IDX) = SPACES
                   MOVE "D " TO PQ-MIN-GRADE(WS-PQ-IDX)
               END-IF
               EVALUATE PQ-MIN-GRADE(WS-PQ-IDX)
                   WHEN "A " WHEN "A-" WHEN "B+" WHEN "B "
                   WHEN "B-" WHEN "C+" WHEN "C " WHEN "C-"
                   WHEN "D+" WHEN "D "
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-REC-VALID-FLAG
                       DISPLAY SCRN-PQ-BAD-GRADE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------*
       740-SAVE-PREREQS.
           MOVE WS-PQ-COURSE TO PQ-CRS-CODE.
           MOVE "N" TO WS-PQ-ANY-FLAG.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 5
               IF PQ-REQ-CRS(WS-PQ-IDX) NOT = SPACES
                   MOVE "Y" TO WS-PQ-ANY-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PQ-ANY AND WS-PQ-FOUND
                   REWRITE PREREQ-REC
               WHEN WS-PQ-ANY
                   WRITE PREREQ-REC
               WHEN WS-PQ-FOUND
                   DELETE PREREQ-FILE RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

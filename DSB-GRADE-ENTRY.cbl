      *        GETS THEIR TERM AND CUMULATIVE GPA RECOMPUTED FROM THE
      *        CREDIT HOURS ON THE COURSE CATALOG AND POSTED TO THE
      *        STUDENT MASTER.
      *    A SECTION'S GRADES ARE TAKEN ONLY FROM THE OPERATOR ID OF
      *        THE INSTRUCTOR DSB-SECT-ASSIGN PUT ON IT FOR THE TERM,
      *        OR FROM A REGISTRAR OPERATOR LISTED ON
      *        DSB-REGISTRAR-OPS.TXT. A SECTION WITH NO INSTRUCTOR
      *        ASSIGNED IS THE REGISTRAR'S ALONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS CRS-CODE-IN
                               FILE STATUS IS WS-CRS-STATUS.

       SELECT ASSIGN-IN        ASSIGN "DSB-SECTION-ASSIGN.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SA-KEY
                               FILE STATUS IS WS-SA-STATUS.

       SELECT INS-MST-IN       ASSIGN "DSB-INSTRUCTORS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INS-ID
                               FILE STATUS IS WS-INS-STATUS.

       SELECT REGISTRAR-IN     ASSIGN "DSB-REGISTRAR-OPS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RGO-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CUM-GPA-IO              PIC 9V99.
           03  STANDING-IO             PIC X(2).
           03  AR-HOLD-IO              PIC X.
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  CRS-MST-IN.
       01  CRS-REC.
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  ASSIGN-IN.
           COPY DSB-SECT-ASSIGN.

       FD  INS-MST-IN.
           COPY DSB-INSTRUCTOR.

       FD  REGISTRAR-IN.
       01  REGISTRAR-REC.
           03  RGO-OPERATOR-ID         PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-CRS-STATUS               PIC XX.
       01  WS-SA-STATUS                PIC XX.
       01  WS-INS-STATUS               PIC XX.
       01  WS-RGO-STATUS               PIC XX.

      *    WHO MAY POST. THE REGISTRAR FLAG IS SET ONCE AT SIGN-ON;
      *    THE SECTION CHECK IS MADE FOR EVERY COURSE KEYED.
       01  WS-REGISTRAR-FLAG           PIC X VALUE "N".
           88  WS-IS-REGISTRAR               VALUE "Y".
       01  WS-SA-FILE-FLAG             PIC X VALUE "N".
           88  WS-SA-FILE-OPEN               VALUE "Y".
       01  WS-INS-FILE-FLAG            PIC X VALUE "N".
           88  WS-INS-FILE-OPEN              VALUE "Y".
       01  WS-GRADER-OK-FLAG           PIC X VALUE "N".
           88  WS-GRADER-OK                  VALUE "Y".

           COPY DSB-EOF-EXCPT.

           END-IF.
           OPEN I-O STU-MST-IO.
           OPEN INPUT CRS-MST-IN.
           PERFORM 120-OPEN-ASSIGNMENTS.
           PERFORM 200-GRADE-LOOP UNTIL WS-MORE.
           PERFORM 400-REWRITE-REGISTRATIONS.
           PERFORM 500-RECOMPUTE-GPAS.
           CLOSE STU-MST-IO.
           CLOSE CRS-MST-IN.
           IF WS-SA-FILE-OPEN
               CLOSE ASSIGN-IN
           END-IF.
           IF WS-INS-FILE-OPEN
               CLOSE INS-MST-IN
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-GRADE-CNTR
               WS-END-STATUS.
               CLOSE REG-FILE
           END-IF.

      *-----------------------------------------------------------------*
      *    THE REGISTRAR LIST IS READ ONCE; THE ASSIGNMENT AND
      *    INSTRUCTOR FILES STAY OPEN FOR THE SESSION. WITHOUT THEM
      *    NO SECTION HAS AN INSTRUCTOR AND ONLY THE REGISTRAR POSTS.

       120-OPEN-ASSIGNMENTS.
           MOVE "N" TO WS-REGISTRAR-FLAG.
           OPEN INPUT REGISTRAR-IN.
           IF WS-RGO-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ REGISTRAR-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-IS-REGISTRAR
                   IF RGO-OPERATOR-ID = WS-OPERATOR-ID
                       MOVE "Y" TO WS-REGISTRAR-FLAG
                   END-IF
                   READ REGISTRAR-IN AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REGISTRAR-IN
           END-IF.
           OPEN INPUT ASSIGN-IN.
           IF WS-SA-STATUS = "00"
               MOVE "Y" TO WS-SA-FILE-FLAG
           END-IF.
           OPEN INPUT INS-MST-IN.
           IF WS-INS-STATUS = "00"
               MOVE "Y" TO WS-INS-FILE-FLAG
           END-IF.

      *-----------------------------------------------------------------*

       200-GRADE-LOOP.
           ACCEPT WS-KEY-STU.
           DISPLAY "COURSE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-CRS.
           PERFORM 240-CHECK-GRADER THRU 240-EXIT.
           IF NOT WS-GRADER-OK
               DISPLAY "NOT THE SECTION'S ASSIGNED INSTRUCTOR OR THE "
                   "REGISTRAR - NOT POSTED"
           ELSE
               DISPLAY "GRADE (A/A-/B+/.../F, I=INCOMPLETE): "
                   WITH NO ADVANCING
               ACCEPT WS-KEY-GRADE
               PERFORM 230-VALIDATE-GRADE
               IF WS-GRADE-OK
                   PERFORM 210-POST-GRADE
               ELSE
                   DISPLAY "GRADE NOT RECOGNIZED - NOT POSTED"
               END-IF
           END-IF.
           DISPLAY "POST ANOTHER? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MORE-FLAG.
                   MOVE "N" TO WS-GRADE-OK-FLAG
           END-EVALUATE.

      *-----------------------------------------------------------------*
      *    THE REGISTRAR MAY POST ANY SECTION; ANYONE ELSE ONLY THE
      *    SECTIONS WHOSE ASSIGNED INSTRUCTOR SIGNS ON AS THEM.

       240-CHECK-GRADER.
           MOVE "N" TO WS-GRADER-OK-FLAG.
           IF WS-IS-REGISTRAR
               MOVE "Y" TO WS-GRADER-OK-FLAG
               GO TO 240-EXIT
           END-IF.
           IF NOT WS-SA-FILE-OPEN OR NOT WS-INS-FILE-OPEN
               GO TO 240-EXIT
           END-IF.
           MOVE WS-KEY-CRS TO SA-CRS-CODE.
           MOVE WS-GRADE-TERM TO SA-TERM.
           READ ASSIGN-IN
               INVALID KEY
                   GO TO 240-EXIT
           END-READ.
           MOVE SA-INS-ID TO INS-ID.
           READ INS-MST-IN
               INVALID KEY
                   GO TO 240-EXIT
           END-READ.
           IF INS-OPERATOR-ID NOT = SPACES
               AND INS-OPERATOR-ID = WS-OPERATOR-ID
               MOVE "Y" TO WS-GRADER-OK-FLAG
           END-IF.

       240-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       400-REWRITE-REGISTRATIONS.

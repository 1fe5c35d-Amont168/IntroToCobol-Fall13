      *        A WITHDRAWAL MODE MOVES A STUDENT WHO LEAVES TO THE
      *        ARCHIVE FILE WITH AN EFFECTIVE DATE AND REASON,
      *        LEAVING A "WD" STUB ON THE MASTER THE INQUIRY SCREEN
      *        CAN STILL FIND; THE STUDENT'S UNGRADED REGISTRATIONS
      *        ARE MARKED DROPPED AS OF THE WITHDRAWAL DATE. THE
      *        STUDENT'S TAXPAYER ID FOR THE 1098-T IS KEPT ON THE
      *        MASTER; ONLY AN OPERATOR SIGNED ON FOR "DSB-BURSAR"
      *        SEES IT IN FULL OR CHANGES IT ON AN INQUIRY - EVERYONE
      *        ELSE SEES IT THROUGH DSB-TIN-MASK, AND A NEW STUDENT'S
      *        NUMBER IS KEYED BLIND. AN ADDRESS FLAGGED BAD IN
      *        DSB-RETURN-MAIL SHOWS ON THE INQUIRY, AND KEYING A NEW
      *        LOCAL OR PERMANENT ADDRESS CLEARS THE FLAG. ON AN
      *        INQUIRY, ANSWERING Y TO "LINKED CONTACTS?" OPENS
      *        DSB-CONTACT-VIEW ON THE STUDENT - THE PARENTS AND
      *        GUARDIANS LINKED TO IT IN THE CONTACT DIRECTORY AND
      *        THEIR RECENT INTERACTIONS - BEFORE ANY CORRECTION.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  CUM-GPA-OUT             PIC 9V99.
           03  STANDING-OUT            PIC X(2).
           03  AR-HOLD-OUT             PIC X.
           03  DEGREE-OUT              PIC X(4).
           03  DEGREE-DATE-OUT         PIC 9(8).
           03  HONORS-OUT              PIC X.
           03  STU-TIN-OUT             PIC X(9).
           03  ADDR-BAD-OUT            PIC X.
           03  ADDR-BAD-DATE-OUT       PIC 9(8).

       FD  REG-FILE.
       01  REG-REC.
           03  CH-AFTER-IMAGE          PIC X(320).

       FD  ARCHIVE-OUT.
           COPY DSB-STU-ARCHIVE.

       FD  MJR-MST-IN.
       01  MJR-REC.
       01  WS-WDRW-DATE-VALID-FLAG     PIC X.
           88  WS-WDRW-DATE-VALID            VALUE "Y".
       01  WS-WDRW-NOTE                PIC X(75).
       01  WS-WDRW-DATE-NUM            PIC 9(8).

       01  WS-BROWSE-NAME              PIC X(20).
       01  WS-BROWSE-ANSWER            PIC X(5).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *    TAXPAYER ID VIEWING RIGHTS - BURSAR OPERATORS ONLY.
       01  WS-TIN-PGM                  PIC X(20)
                                       VALUE "DSB-BURSAR".
       01  WS-TIN-VIEW-FLAG            PIC X VALUE "N".
           88  WS-TIN-VIEW                   VALUE "Y".
       01  WS-TIN-KEYED-FLAG           PIC X VALUE "N".
           88  WS-TIN-KEYED                  VALUE "Y".
       01  WS-TIN-VALID-FLAG           PIC X VALUE "N".
           88  WS-TIN-VALID                  VALUE "Y".
       01  WS-TIN-TYPE                 PIC X VALUE "S".
       01  WS-TIN-DISPLAY              PIC X(11).

      *    THE STUDENT AS HANDED TO THE LINKED-CONTACTS WINDOW.
       01  WS-CONTACTS-FLAG            PIC X.
       01  WS-CV-SYSTEM                PIC X VALUE "S".
       01  WS-CV-NAME                  PIC X(30).

      *-----------------------------------------------------------------*
       SCREEN SECTION.

               05  LINE 14 COL 21  PIC X(2)    USING  ST-LOC-OUT  AUTO.
               05  LINE 14 COL 24  PIC X(5)    USING  ZIP-LOC-OUT AUTO.

       01  SCRN-ADDR-BAD   LINE 10 COL 11
           VALUE "*** MAIL RETURNED - ON HOLD UNTIL CORRECTED ***".

       01  SCRN-PRM.
           03  SCRN-STR-PRM.
               05  LINE 16 COL 11  VALUE   "ADDR PERM".
           03  LINE 17 COL 62  VALUE   "/".
           03  LINE 17 COL 63  PIC X(4)    USING  ADMT-YR-OUT AUTO.

       01  SCRN-TIN.
           03  LINE 19 COL 50  VALUE   "TIN".
           03  LINE 19 COL 57  PIC X(9)    USING  STU-TIN-OUT AUTO.

      *    A NEW STUDENT'S NUMBER KEYED BY AN OPERATOR WHO MAY NOT
      *    SEE IT - THE DIGITS NEVER ECHO.
       01  SCRN-TIN-SECURE.
           03  LINE 19 COL 50  VALUE   "TIN".
           03  LINE 19 COL 57  PIC X(9)    USING  STU-TIN-OUT
                                           SECURE AUTO.

       01  SCRN-TIN-SHOW.
           03  LINE 19 COL 50  VALUE   "TIN".
           03  LINE 19 COL 57  PIC X(11)   FROM   WS-TIN-DISPLAY.

       01  SCRN-BAD-TIN    LINE 20 COL 50
           VALUE "*** TIN MUST BE 9 DIGITS ***".

       01  SCRN-NOTE.
           03  LINE 21 COL 01  VALUE   "NOTE:".
           03  LINE 21 COL 06  PIC X(75)   USING  NOTE-OUT.

       01  SCRN-CONTACTS.
           03  LINE 22 COL 30  PIC X   TO  WS-CONTACTS-FLAG  AUTO.
           03  LINE 22 COL 32  VALUE   "LINKED CONTACTS? (Y/N)".

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-TIN-PGM WS-TIN-VIEW-FLAG.
           PERFORM 110-OPEN-MASTER.
           PERFORM 112-READ-ID-CONTROL.
           PERFORM 115-OPEN-MAJOR-MASTER.
           EVALUATE WS-RUN-MODE
               WHEN "I"
               WHEN "i"
                   MOVE WS-TIN-VIEW-FLAG TO WS-TIN-KEYED-FLAG
                   PERFORM 500-INQUIRY-LOOP UNTIL WS-MORE
               WHEN "W"
               WHEN "w"
                   PERFORM 600-WITHDRAW-LOOP UNTIL WS-MORE
               WHEN "B"
               WHEN "b"
                   MOVE WS-TIN-VIEW-FLAG TO WS-TIN-KEYED-FLAG
                   PERFORM 700-BROWSE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   MOVE "Y" TO WS-TIN-KEYED-FLAG
                   PERFORM 200-DATA-ENTRY-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
               PERFORM 206-AUTO-ASSIGN-ID UNTIL WS-ID-OK
               DISPLAY SCRN-ASSIGNED-ID
           END-IF.
           MOVE SPACES TO STU-TIN-OUT.
           PERFORM 210-DISPLAY-STUDENT-SCREENS.
           PERFORM 220-ACCEPT-STUDENT-SCREENS.
           MOVE "N" TO WS-LOC-VALID-FLAG.
               UNTIL WS-BRTH-DATE-VALID AND WS-ADMT-DATE-VALID.
           MOVE "N" TO WS-MJR-VALID-FLAG.
           PERFORM 237-VALIDATE-MAJOR UNTIL WS-MJR-VALID.
           MOVE "N" TO WS-TIN-VALID-FLAG.
           PERFORM 238-VALIDATE-TIN UNTIL WS-TIN-VALID.
           DISPLAY SCRN-NOTE.
           ACCEPT SCRN-NOTE.
           DISPLAY SCRN-SAVE.
               MOVE ZERO TO CUM-GPA-OUT
               MOVE SPACES TO STANDING-OUT
               MOVE SPACE TO AR-HOLD-OUT
               MOVE SPACES TO DEGREE-OUT
               MOVE ZERO TO DEGREE-DATE-OUT
               MOVE SPACE TO HONORS-OUT
               MOVE SPACE TO ADDR-BAD-OUT
               MOVE ZERO TO ADDR-BAD-DATE-OUT
               WRITE REC-OUT
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           DISPLAY SCRN-PHN.
           DISPLAY SCRN-GEN-INFO.
           DISPLAY SCRN-DATES.
           PERFORM 215-SHOW-TIN-FIELDS.
      *-----------------------------------------------------------------*
      *    THE TAXPAYER ID IS OPEN FOR KEYING ON AN ADD, AND ON A
      *    CORRECTION ONLY TO A BURSAR OPERATOR; OTHERWISE IT IS SHOWN
      *    MASKED AND LEFT AS IT STANDS.
       215-SHOW-TIN-FIELDS.
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   DISPLAY SCRN-TIN
               ELSE
                   DISPLAY SCRN-TIN-SECURE
               END-IF
           ELSE
               CALL "DSB-TIN-MASK" USING WS-TIN-VIEW-FLAG STU-TIN-OUT
                   WS-TIN-TYPE WS-TIN-DISPLAY
               DISPLAY SCRN-TIN-SHOW
           END-IF.
      *-----------------------------------------------------------------*
       220-ACCEPT-STUDENT-SCREENS.
           ACCEPT SCRN-FNAME.
           ACCEPT EN.
           ACCEPT SCRN-GEN-INFO.
           ACCEPT SCRN-DATES.
           PERFORM 225-ACCEPT-TIN.
      *-----------------------------------------------------------------*
       225-ACCEPT-TIN.
           IF WS-TIN-KEYED
               IF WS-TIN-VIEW
                   ACCEPT SCRN-TIN
               ELSE
                   ACCEPT SCRN-TIN-SECURE
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       230-VALIDATE-ADDRESSES.
           MOVE "Y" TO WS-LOC-VALID-FLAG.
                   ACCEPT SCRN-GEN-INFO
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
      *    A BLANK TAXPAYER ID IS ALLOWED - THE STUDENT IS COUNTED ON
      *    THE 1098-T RUN AS HAVING NONE ON FILE UNTIL ONE IS KEYED.
       238-VALIDATE-TIN.
           MOVE "Y" TO WS-TIN-VALID-FLAG.
           IF WS-TIN-KEYED
               IF STU-TIN-OUT NOT = SPACES
                   AND STU-TIN-OUT NOT NUMERIC
                   MOVE "N" TO WS-TIN-VALID-FLAG
                   DISPLAY SCRN-BAD-TIN
                   PERFORM 215-SHOW-TIN-FIELDS
                   PERFORM 225-ACCEPT-TIN
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       500-INQUIRY-LOOP.
           DISPLAY SCRN-TITLE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           PERFORM 210-DISPLAY-STUDENT-SCREENS.
           IF ADDR-BAD-OUT = "Y"
               DISPLAY SCRN-ADDR-BAD
           END-IF.
           DISPLAY SCRN-NOTE.
           PERFORM 530-SHOW-CONTACTS.
           PERFORM 220-ACCEPT-STUDENT-SCREENS.
           ACCEPT SCRN-NOTE.
           MOVE "N" TO WS-LOC-VALID-FLAG.
               UNTIL WS-BRTH-DATE-VALID AND WS-ADMT-DATE-VALID.
           MOVE "N" TO WS-MJR-VALID-FLAG.
           PERFORM 237-VALIDATE-MAJOR UNTIL WS-MJR-VALID.
           MOVE "N" TO WS-TIN-VALID-FLAG.
           PERFORM 238-VALIDATE-TIN UNTIL WS-TIN-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               MOVE WS-CUR-HOUR TO TRANS-HR-OUT
               MOVE WS-CUR-MIN TO TRANS-MIN-OUT
               MOVE WS-OPERATOR-ID TO OPERATOR-OUT
               PERFORM 515-CHECK-ADDRESS-CHANGE
               REWRITE REC-OUT
               PERFORM 520-WRITE-CHANGE-HISTORY
               ADD 1 TO WS-TRANS-CNTR
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
      *    THE LOCAL AND PERMANENT ADDRESSES RUN FROM POSITION 66 FOR
      *    104 BYTES OF THE RECORD. A NEW ADDRESS ON A STUDENT WHOSE
      *    MAIL CAME BACK CLEARS THE RETURNED-MAIL FLAG, SO THE NEXT
      *    MAIL RUN RELEASES THE PIECES IT HAS BEEN HOLDING.
       515-CHECK-ADDRESS-CHANGE.
           IF ADDR-BAD-OUT = "Y"
               AND REC-OUT(66:104) NOT = WS-BEFORE-IMAGE(66:104)
               MOVE SPACE TO ADDR-BAD-OUT
               MOVE ZERO TO ADDR-BAD-DATE-OUT
           END-IF.
      *-----------------------------------------------------------------*
       520-WRITE-CHANGE-HISTORY.
           OPEN EXTEND CHG-HIST-OUT.
           MOVE REC-OUT TO CH-AFTER-IMAGE.
           WRITE CHG-HIST-REC.
           CLOSE CHG-HIST-OUT.
      *-----------------------------------------------------------------*
      *    THE CONTACTS WINDOW CLEARS THE SCREEN, SO THE STUDENT IS
      *    PUT BACK UP WHEN IT RETURNS.
       530-SHOW-CONTACTS.
           MOVE SPACE TO WS-CONTACTS-FLAG.
           DISPLAY SCRN-CONTACTS.
           ACCEPT SCRN-CONTACTS.
           IF WS-CONTACTS-FLAG = "Y" OR "y"
               MOVE SPACES TO WS-CV-NAME
               STRING FNAME-OUT DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LNAME-OUT DELIMITED BY "  "
                   INTO WS-CV-NAME
               END-STRING
               CALL "DSB-CONTACT-VIEW" USING WS-CV-SYSTEM ID-OUT
                   WS-CV-NAME
               DISPLAY SCRN-TITLE
               PERFORM 210-DISPLAY-STUDENT-SCREENS
               IF ADDR-BAD-OUT = "Y"
                   DISPLAY SCRN-ADDR-BAD
               END-IF
               DISPLAY SCRN-NOTE
           END-IF.
      *-----------------------------------------------------------------*
       910-CHECK-MAJOR.
           MOVE MJR-CD-OUT TO MJR-CD-MST.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               COMPUTE WS-WDRW-DATE-NUM = (WS-WDRW-YR * 10000)
                   + (WS-WDRW-MNTH * 100) + WS-WDRW-DY
               PERFORM 620-ARCHIVE-RECORD
               PERFORM 630-DROP-REGISTRATIONS
               MOVE SPACES TO WS-WDRW-NOTE
               CLOSE ARCHIVE-OUT
               OPEN EXTEND ARCHIVE-OUT
           END-IF.
           MOVE REC-OUT TO ARC-STU-IMAGE.
           MOVE WS-WDRW-DATE-NUM TO ARC-WDRW-DATE.
           MOVE WS-WDRW-REASON TO ARC-WDRW-REASON.
           WRITE STU-ARCHIVE-REC.
           CLOSE ARCHIVE-OUT.
      *-----------------------------------------------------------------*
      *    A WITHDRAWN STUDENT HOLDS NO SEATS - EVERY UNGRADED
      *    REGISTRATION IS MARKED DROPPED AS OF THE EFFECTIVE
      *    WITHDRAWAL DATE SO ROSTERS AND THE TUITION RUN STOP SEEING
      *    IT, WHILE ENROLLMENT REPORTING CAN STILL SHOW WHAT THE
      *    STUDENT CARRIED UP TO THAT DATE. GRADED HISTORY STAYS.
       630-DROP-REGISTRATIONS.
           MOVE "N" TO WS-REG-EOF-FLAG.
           OPEN INPUT REG-FILE.
               READ REG-FILE AT END MOVE "Y" TO WS-REG-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-REG-EOF
                   IF REG-STU-ID = ID-OUT
                       AND REG-GRADE = SPACES
                       AND NOT REG-IS-DROPPED
                       MOVE "D" TO REG-STATUS
                       MOVE WS-WDRW-DATE-NUM TO REG-DROP-DATE
                   END-IF
                   WRITE REG-TEMP-REC FROM REG-REC
                   READ REG-FILE AT END MOVE "Y" TO WS-REG-EOF-FLAG
                   END-READ
               END-PERFORM

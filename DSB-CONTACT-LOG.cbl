      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CONTACT-LOG
      *    PURPOSE: INTERACTION LOG FOR ONE DIRECTORY CONTACT, CALLED
      *        FROM THE DIRECTORY SCREEN (SCREEN-TEST-3-GROUP) WITH THE
      *        CONTACT, ITS NAME AND THE SIGNED-ON OPERATOR. SHOWS THE
      *        CONTACT'S FIVE MOST RECENT INTERACTIONS, NEWEST FIRST,
      *        AND TAKES A NEW ONE - CHANNEL, SUBJECT AND TWO LINES OF
      *        NOTE - ONTO DSB-CONTACT-LOG.TXT, SO WHAT WAS SAID ON A
      *        CALL WITH A CLIENT'S OPPOSING COUNSEL, A STUDENT'S
      *        PARENT OR A CUSTOMER'S AUTHORIZED CONTACT IS ON FILE FOR
      *        WHOEVER TAKES THE NEXT ONE. THE DATE AND TIME ARE THE
      *        WALL CLOCK AND THE OPERATOR IS THE ONE SIGNED ON; AN
      *        INTERACTION ONCE SAVED IS NEVER CHANGED.
      *    THE SAME HISTORY IS SHOWN READ-ONLY BY DSB-CONTACT-VIEW
      *        FROM THE CLIENT, STUDENT AND ACCOUNT SCREENS.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CONTACT-LOG.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOG-IO           ASSIGN "DSB-CONTACT-LOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CI-KEY
                               FILE STATUS IS WS-LOG-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LOG-IO.
           COPY DSB-CONTACT-LOG.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LOG-STATUS               PIC XX.
       01  WS-LOG-EOF-FLAG             PIC X VALUE "N".
           88  WS-LOG-EOF                    VALUE "Y".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-ENTRY-DONE-FLAG          PIC X VALUE "N".
           88  WS-ENTRY-DONE                 VALUE "Y".

      *    THE CONTACT BEING LOGGED, AS THE DIRECTORY PASSED IT.
       01  WS-CI-CONTACT-ID            PIC X(5).
       01  WS-CI-FNAME                 PIC X(15).
       01  WS-CI-LNAME                 PIC X(15).

      *    THE NEW INTERACTION AS KEYED.
       01  WS-IN-CHANNEL               PIC X.
           88  WS-IN-CHANNEL-OK              VALUE "P" "E" "M" "L".
       01  WS-IN-SUBJECT               PIC X(30).
       01  WS-IN-NOTE-1                PIC X(60).
       01  WS-IN-NOTE-2                PIC X(60).
       01  WS-SAVE                     PIC X.
       01  WS-CI-MSG                   PIC X(60).

      *    RECENT INTERACTIONS - THE FILE READS OLDEST FIRST, SO EACH
      *    ONE READ PUSHES THE OTHERS DOWN AND THE FIVE LEFT AT THE END
      *    ARE THE NEWEST, NEWEST ON TOP.
       01  WS-RI-CNT                   PIC 9(5) VALUE ZERO.
       01  WS-RI-IDX                   PIC 9.
       01  WS-RI-LINES.
           03  WS-RI-LINE              PIC X(69) OCCURS 5 TIMES.
       01  WS-RI-ROW.
           03  RI-MNTH                 PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  RI-DY                   PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  RI-YR                   PIC 9(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  RI-HH                   PIC 9(2).
           03  FILLER                  PIC X VALUE ":".
           03  RI-MM                   PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RI-CHANNEL              PIC X(7).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RI-OPERATOR             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RI-SUBJECT              PIC X(30).
       01  WS-RI-DATE                  PIC 9(8).
       01  WS-RI-DATE-BRK REDEFINES WS-RI-DATE.
           03  WS-RI-DATE-YR           PIC 9(4).
           03  WS-RI-DATE-MNTH         PIC 9(2).
           03  WS-RI-DATE-DY           PIC 9(2).
       01  WS-RI-TIME                  PIC 9(8).
       01  WS-RI-TIME-BRK REDEFINES WS-RI-TIME.
           03  WS-RI-TIME-HH           PIC 9(2).
           03  WS-RI-TIME-MM           PIC 9(2).
           03  FILLER                  PIC 9(4).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CONTACT-LOG".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      ******************************************************************
       LINKAGE SECTION.

       01  LS-CONTACT-ID               PIC X(5).
       01  LS-FNAME                    PIC X(15).
       01  LS-LNAME                    PIC X(15).
       01  LS-OPERATOR-ID              PIC X(10).

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-CONTACT-LOG".
           03  LINE 01 COL 31  VALUE   "CONTACT DIRECTORY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 32  VALUE   "INTERACTION LOG".
           03  LINE 04 COL 06  VALUE   "CONTACT".
           03  LINE 04 COL 16  PIC X(5)   FROM  WS-CI-CONTACT-ID.
           03  LINE 04 COL 23  PIC X(15)  FROM  WS-CI-FNAME.
           03  LINE 04 COL 39  PIC X(15)  FROM  WS-CI-LNAME.

       01  SCRN-RECENT.
           03  LINE 06 COL 06  VALUE   "INTERACTIONS ON FILE".
           03  LINE 06 COL 28  PIC ZZZZ9  FROM  WS-RI-CNT.
           03  LINE 06 COL 36  VALUE   "- MOST RECENT FIRST".
           03  LINE 07 COL 06  PIC X(69)  FROM  WS-RI-LINE(1).
           03  LINE 08 COL 06  PIC X(69)  FROM  WS-RI-LINE(2).
           03  LINE 09 COL 06  PIC X(69)  FROM  WS-RI-LINE(3).
           03  LINE 10 COL 06  PIC X(69)  FROM  WS-RI-LINE(4).
           03  LINE 11 COL 06  PIC X(69)  FROM  WS-RI-LINE(5).

       01  SCRN-ENTRY.
           03  LINE 13 COL 06  VALUE
               "CHANNEL - (P)HONE (E)MAIL (M)EETING (L)ETTER".
           03  LINE 13 COL 52  PIC X      USING WS-IN-CHANNEL  AUTO.
           03  LINE 14 COL 06  VALUE   "SUBJECT".
           03  LINE 14 COL 16  PIC X(30)  USING WS-IN-SUBJECT.
           03  LINE 15 COL 06  VALUE   "NOTE".
           03  LINE 15 COL 16  PIC X(60)  USING WS-IN-NOTE-1.
           03  LINE 16 COL 16  PIC X(60)  USING WS-IN-NOTE-2.
           03  LINE 18 COL 06  VALUE   "SAVE? (Y/N)".
           03  LINE 18 COL 18  PIC X      USING WS-SAVE  AUTO.

       01  SCRN-CI-MSG.
           03  LINE 20 COL 06  PIC X(60)  FROM  WS-CI-MSG.

       01  SCRN-MORE.
           03  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
           03  LINE 24 COL 32  VALUE   "LOG ANOTHER? (Y/N)".

      ******************************************************************
       PROCEDURE DIVISION USING LS-CONTACT-ID LS-FNAME LS-LNAME
           LS-OPERATOR-ID.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           MOVE LS-CONTACT-ID TO WS-CI-CONTACT-ID.
           MOVE LS-FNAME TO WS-CI-FNAME.
           MOVE LS-LNAME TO WS-CI-LNAME.
           MOVE ZERO TO WS-TRANS-CNTR.
           OPEN I-O LOG-IO.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-IO
               CLOSE LOG-IO
               OPEN I-O LOG-IO
           END-IF.
           MOVE "Y" TO WS-MORE-FLAG.
           PERFORM 200-LOG-LOOP UNTIL WS-MORE.
           CLOSE LOG-IO.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME LS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           GOBACK.
      *-----------------------------------------------------------------*
       200-LOG-LOOP.
           PERFORM 300-LOAD-RECENT.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-RECENT.
           MOVE SPACES TO WS-IN-CHANNEL WS-IN-SUBJECT WS-IN-NOTE-1
               WS-IN-NOTE-2 WS-SAVE WS-CI-MSG.
           MOVE "N" TO WS-ENTRY-DONE-FLAG.
           PERFORM 210-TAKE-ENTRY UNTIL WS-ENTRY-DONE.
           DISPLAY SCRN-CI-MSG.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    A BAD CHANNEL OR A MISSING SUBJECT IS SHOWN AND THE ENTRY
      *    TAKEN AGAIN WITH WHAT WAS KEYED STILL ON THE SCREEN.
       210-TAKE-ENTRY.
           DISPLAY SCRN-ENTRY.
           DISPLAY SCRN-CI-MSG.
           ACCEPT SCRN-ENTRY.
           MOVE SPACES TO WS-CI-MSG.
           INSPECT WS-IN-CHANNEL CONVERTING "peml" TO "PEML".
           INSPECT WS-SAVE CONVERTING "y" TO "Y".
           EVALUATE TRUE
               WHEN WS-SAVE NOT = "Y"
                   MOVE "INTERACTION NOT SAVED" TO WS-CI-MSG
                   MOVE "Y" TO WS-ENTRY-DONE-FLAG
               WHEN NOT WS-IN-CHANNEL-OK
                   MOVE "*** CHANNEL MUST BE P, E, M OR L ***"
                       TO WS-CI-MSG
               WHEN WS-IN-SUBJECT = SPACES
                   MOVE "*** SUBJECT IS REQUIRED ***" TO WS-CI-MSG
               WHEN OTHER
                   PERFORM 220-WRITE-INTERACTION
                   MOVE "Y" TO WS-ENTRY-DONE-FLAG
           END-EVALUATE.
      *-----------------------------------------------------------------*
       220-WRITE-INTERACTION.
           MOVE WS-CI-CONTACT-ID TO CI-CONTACT-ID.
           ACCEPT CI-DATE FROM DATE YYYYMMDD.
           ACCEPT CI-TIME FROM TIME.
           MOVE LS-OPERATOR-ID TO CI-OPERATOR.
           MOVE WS-IN-CHANNEL TO CI-CHANNEL.
           MOVE WS-IN-SUBJECT TO CI-SUBJECT.
           MOVE WS-IN-NOTE-1 TO CI-NOTE-1.
           MOVE WS-IN-NOTE-2 TO CI-NOTE-2.
           WRITE CONTACT-LOG-REC
               INVALID KEY
                   MOVE "*** INTERACTION NOT SAVED - SAVE AGAIN ***"
                       TO WS-CI-MSG
                   MOVE "N" TO WS-ENTRY-DONE-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-CNTR
                   MOVE "INTERACTION SAVED" TO WS-CI-MSG
           END-WRITE.
      *-----------------------------------------------------------------*
      *    THE LOG IS KEYED CONTACT + DATE + TIME, SO THE CONTACT'S
      *    HISTORY IS A START AND A READ-NEXT OLDEST TO NEWEST.
       300-LOAD-RECENT.
           MOVE SPACES TO WS-RI-LINES.
           MOVE ZERO TO WS-RI-CNT.
           MOVE "N" TO WS-LOG-EOF-FLAG.
           MOVE WS-CI-CONTACT-ID TO CI-CONTACT-ID.
           MOVE ZERO TO CI-DATE CI-TIME.
           START LOG-IO KEY NOT < CI-KEY
               INVALID KEY MOVE "Y" TO WS-LOG-EOF-FLAG
           END-START.
           IF NOT WS-LOG-EOF
               READ LOG-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-LOG-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LOG-EOF
                   OR CI-CONTACT-ID NOT = WS-CI-CONTACT-ID
               PERFORM 310-KEEP-ONE-INTERACTION
               READ LOG-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-LOG-EOF-FLAG
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------*
       310-KEEP-ONE-INTERACTION.
           ADD 1 TO WS-RI-CNT.
           PERFORM VARYING WS-RI-IDX FROM 5 BY -1 UNTIL WS-RI-IDX < 2
               MOVE WS-RI-LINE(WS-RI-IDX - 1) TO WS-RI-LINE(WS-RI-IDX)
           END-PERFORM.
           MOVE CI-DATE TO WS-RI-DATE.
           MOVE WS-RI-DATE-MNTH TO RI-MNTH.
           MOVE WS-RI-DATE-DY TO RI-DY.
           MOVE WS-RI-DATE-YR TO RI-YR.
           MOVE CI-TIME TO WS-RI-TIME.
           MOVE WS-RI-TIME-HH TO RI-HH.
           MOVE WS-RI-TIME-MM TO RI-MM.
           EVALUATE TRUE
               WHEN CI-BY-PHONE
                   MOVE "PHONE" TO RI-CHANNEL
               WHEN CI-BY-EMAIL
                   MOVE "EMAIL" TO RI-CHANNEL
               WHEN CI-BY-MEETING
                   MOVE "MEETING" TO RI-CHANNEL
               WHEN CI-BY-LETTER
                   MOVE "LETTER" TO RI-CHANNEL
               WHEN OTHER
                   MOVE CI-CHANNEL TO RI-CHANNEL
           END-EVALUATE.
           MOVE CI-OPERATOR TO RI-OPERATOR.
           MOVE CI-SUBJECT TO RI-SUBJECT.
           MOVE WS-RI-ROW TO WS-RI-LINE(1).

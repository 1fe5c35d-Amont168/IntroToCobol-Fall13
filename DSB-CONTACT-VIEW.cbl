      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CONTACT-VIEW
      *    PURPOSE: READ-ONLY WINDOW ON THE DIRECTORY CONTACTS LINKED
      *        TO ONE BUSINESS RECORD, CALLED FROM THE INQUIRY AND
      *        MAINTENANCE SCREENS THAT ALREADY HAVE THE RECORD UP -
      *        DSB-CLIENT-INQ ("L" AND A CLIENT-ID-IN), DSB-STU-ADD
      *        ("S" AND A STUDENT ID) AND DSB-ACCT-MAINT ("B" AND THE
      *        ACCOUNT'S CUSTOMER NUMBER). THE CALLER PASSES THE
      *        SYSTEM, THE ID AND THE NAME TO CAPTION THE WINDOW WITH.
      *    THE LINKS COME FROM DSB-CONTACT-LINK.TXT AND THE NAMES AND
      *        PHONES FROM THE DIRECTORY (SCREEN-TEST-3-CONTACTS.TXT);
      *        THE FIRST SIX ARE LISTED. PICKING ONE BY NUMBER SHOWS
      *        ITS FOUR MOST RECENT INTERACTIONS FROM
      *        DSB-CONTACT-LOG.TXT, NEWEST FIRST. NOTHING IS CHANGED
      *        HERE - LINKS ARE KEPT AND INTERACTIONS LOGGED FROM THE
      *        DIRECTORY SCREEN. THE CALLER REPAINTS ITS OWN SCREEN
      *        ON RETURN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CONTACT-VIEW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LINK-IN          ASSIGN "DSB-CONTACT-LINK.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CL-KEY
                               ALTERNATE RECORD KEY IS CL-CONTACT-ID
                                   WITH DUPLICATES
                               FILE STATUS IS WS-LINK-STATUS.

       SELECT CONTACT-IN       ASSIGN "SCREEN-TEST-3-CONTACTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CONTACT-ID
                               FILE STATUS IS WS-CONTACT-STATUS.

       SELECT LOG-IN           ASSIGN "DSB-CONTACT-LOG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CI-KEY
                               FILE STATUS IS WS-LOG-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LINK-IN.
           COPY DSB-CONTACT-LINK.

       FD  CONTACT-IN.
       01  CONTACT-REC.
           03  CONTACT-ID              PIC X(5).
           03  CT-FNAME                PIC X(15).
           03  CT-LNAME                PIC X(15).
           03  CT-PH-AC                PIC X(3).
           03  CT-PH-3                 PIC X(3).
           03  CT-PH-4                 PIC X(4).
           03  CT-EMAIL1               PIC X(40).
           03  CT-EMAIL2               PIC X(40).

       FD  LOG-IN.
           COPY DSB-CONTACT-LOG.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LINK-STATUS              PIC XX.
       01  WS-CONTACT-STATUS           PIC XX.
       01  WS-LOG-STATUS               PIC XX.

      *    A FILE THAT WILL NOT OPEN JUST MEANS NOTHING HAS BEEN
      *    LINKED OR LOGGED YET.
       01  WS-LINK-OPEN-FLAG           PIC X VALUE "N".
           88  WS-LINK-OPEN                  VALUE "Y".
       01  WS-CONTACT-OPEN-FLAG        PIC X VALUE "N".
           88  WS-CONTACT-OPEN               VALUE "Y".
       01  WS-LOG-OPEN-FLAG            PIC X VALUE "N".
           88  WS-LOG-OPEN                   VALUE "Y".
       01  WS-LINK-EOF-FLAG            PIC X VALUE "N".
           88  WS-LINK-EOF                   VALUE "Y".
       01  WS-LOG-EOF-FLAG             PIC X VALUE "N".
           88  WS-LOG-EOF                    VALUE "Y".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-VIEW-DONE-FLAG           PIC X VALUE "N".
           88  WS-VIEW-DONE                  VALUE "Y".
       01  WS-PICK                     PIC 9.

      *    THE CALLER'S RECORD, CAPTIONED FOR THE TITLE.
       01  WS-CV-BUS-KEY.
           03  WS-CV-SYSTEM            PIC X.
           03  WS-CV-BUS-ID            PIC X(5).
       01  WS-CV-SYS-DESC              PIC X(9).
       01  WS-CV-BUS-NAME              PIC X(30).

      *    LINKED CONTACTS - THE FIRST SIX ARE LISTED AND THE MESSAGE
      *    LINE SAYS IF THERE ARE MORE.
       01  WS-CV-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-CV-IDS.
           03  WS-CV-ID                PIC X(5) OCCURS 6 TIMES.
       01  WS-CV-NAMES.
           03  WS-CV-NAME              PIC X(31) OCCURS 6 TIMES.
       01  WS-CV-LINES.
           03  WS-CV-LINE              PIC X(71) OCCURS 6 TIMES.
       01  WS-CV-ROW.
           03  CV-NUM                  PIC 9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CV-REL-DESC             PIC X(16).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CV-CONTACT-ID           PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CV-NAME                 PIC X(31).
           03  CV-PHONE                PIC X(12).
       01  WS-CV-PHONE.
           03  CV-PH-AC                PIC X(3).
           03  FILLER                  PIC X VALUE "-".
           03  CV-PH-3                 PIC X(3).
           03  FILLER                  PIC X VALUE "-".
           03  CV-PH-4                 PIC X(4).
       01  WS-CV-MSG                   PIC X(60).

      *    RECENT INTERACTIONS FOR THE CONTACT PICKED - THE FILE READS
      *    OLDEST FIRST, SO EACH ONE READ PUSHES THE OTHERS DOWN AND
      *    THE FOUR LEFT AT THE END ARE THE NEWEST, NEWEST ON TOP.
       01  WS-RI-CNT                   PIC 9(5) VALUE ZERO.
       01  WS-RI-IDX                   PIC 9.
       01  WS-RI-WHO                   PIC X(31).
       01  WS-RI-TABLE.
           03  WS-RI-ENTRY             OCCURS 4 TIMES.
               05  WS-RI-LINE-1        PIC X(70).
               05  WS-RI-LINE-2        PIC X(70).
       01  WS-RI-ROW-1.
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
       01  WS-RI-ROW-2.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  RI-NOTE                 PIC X(60).
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
       01  WS-RI-MSG                   PIC X(60).

      ******************************************************************
       LINKAGE SECTION.

       01  LS-SYSTEM                   PIC X.
       01  LS-BUS-ID                   PIC X(5).
       01  LS-BUS-NAME                 PIC X(30).

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-VIEW.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-CONTACT-VIEW".
           03  LINE 01 COL 32  VALUE   "LINKED CONTACTS".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 06  PIC X(9)   FROM  WS-CV-SYS-DESC.
           03  LINE 02 COL 16  PIC X(5)   FROM  WS-CV-BUS-ID.
           03  LINE 02 COL 23  PIC X(30)  FROM  WS-CV-BUS-NAME.
           03  LINE 04 COL 04  VALUE   "#".
           03  LINE 04 COL 07  VALUE   "RELATIONSHIP".
           03  LINE 04 COL 25  VALUE   "ID".
           03  LINE 04 COL 32  VALUE   "CONTACT".
           03  LINE 04 COL 63  VALUE   "PHONE".
           03  LINE 05 COL 04  PIC X(71)  FROM  WS-CV-LINE(1).
           03  LINE 06 COL 04  PIC X(71)  FROM  WS-CV-LINE(2).
           03  LINE 07 COL 04  PIC X(71)  FROM  WS-CV-LINE(3).
           03  LINE 08 COL 04  PIC X(71)  FROM  WS-CV-LINE(4).
           03  LINE 09 COL 04  PIC X(71)  FROM  WS-CV-LINE(5).
           03  LINE 10 COL 04  PIC X(71)  FROM  WS-CV-LINE(6).
           03  LINE 11 COL 04  PIC X(60)  FROM  WS-CV-MSG.

       01  SCRN-PICK.
           03  LINE 12 COL 04  VALUE
               "CONTACT # FOR RECENT INTERACTIONS (0 TO RETURN)".
           03  LINE 12 COL 53  PIC 9      USING WS-PICK   AUTO.

       01  SCRN-RECENT.
           03  LINE 14 COL 04  VALUE   "RECENT INTERACTIONS -".
           03  LINE 14 COL 26  PIC X(31)  FROM  WS-RI-WHO.
           03  LINE 15 COL 04  PIC X(70)  FROM  WS-RI-LINE-1(1).
           03  LINE 16 COL 04  PIC X(70)  FROM  WS-RI-LINE-2(1).
           03  LINE 17 COL 04  PIC X(70)  FROM  WS-RI-LINE-1(2).
           03  LINE 18 COL 04  PIC X(70)  FROM  WS-RI-LINE-2(2).
           03  LINE 19 COL 04  PIC X(70)  FROM  WS-RI-LINE-1(3).
           03  LINE 20 COL 04  PIC X(70)  FROM  WS-RI-LINE-2(3).
           03  LINE 21 COL 04  PIC X(70)  FROM  WS-RI-LINE-1(4).
           03  LINE 22 COL 04  PIC X(70)  FROM  WS-RI-LINE-2(4).
           03  LINE 23 COL 04  PIC X(60)  FROM  WS-RI-MSG.

      ******************************************************************
       PROCEDURE DIVISION USING LS-SYSTEM LS-BUS-ID LS-BUS-NAME.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE LS-SYSTEM TO WS-CV-SYSTEM.
           MOVE LS-BUS-ID TO WS-CV-BUS-ID.
           MOVE LS-BUS-NAME TO WS-CV-BUS-NAME.
           EVALUATE WS-CV-SYSTEM
               WHEN "L"
                   MOVE "CLIENT" TO WS-CV-SYS-DESC
               WHEN "S"
                   MOVE "STUDENT" TO WS-CV-SYS-DESC
               WHEN "B"
                   MOVE "CUSTOMER" TO WS-CV-SYS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-CV-SYS-DESC
           END-EVALUATE.
           PERFORM 110-OPEN-FILES.
           PERFORM 200-LOAD-LINKS.
           MOVE SPACES TO WS-RI-TABLE WS-RI-WHO WS-RI-MSG.
           MOVE "N" TO WS-VIEW-DONE-FLAG.
           PERFORM 300-VIEW-LOOP UNTIL WS-VIEW-DONE.
           PERFORM 190-CLOSE-FILES.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-FILES.
           MOVE "N" TO WS-LINK-OPEN-FLAG WS-CONTACT-OPEN-FLAG
               WS-LOG-OPEN-FLAG.
           OPEN INPUT LINK-IN.
           IF WS-LINK-STATUS = "00"
               MOVE "Y" TO WS-LINK-OPEN-FLAG
           END-IF.
           OPEN INPUT CONTACT-IN.
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN-FLAG
           END-IF.
           OPEN INPUT LOG-IN.
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       190-CLOSE-FILES.
           IF WS-LINK-OPEN
               CLOSE LINK-IN
           END-IF.
           IF WS-CONTACT-OPEN
               CLOSE CONTACT-IN
           END-IF.
           IF WS-LOG-OPEN
               CLOSE LOG-IN
           END-IF.
      *-----------------------------------------------------------------*
      *    THE LINK FILE IS KEYED BUSINESS RECORD + CONTACT, SO ONE
      *    RECORD'S CONTACTS ARE A START AND A SHORT READ-NEXT.
       200-LOAD-LINKS.
           MOVE ZERO TO WS-CV-CNT.
           MOVE SPACES TO WS-CV-LINES WS-CV-IDS WS-CV-NAMES WS-CV-MSG.
           MOVE "N" TO WS-LINK-EOF-FLAG.
           IF NOT WS-LINK-OPEN
               MOVE "Y" TO WS-LINK-EOF-FLAG
           ELSE
               MOVE WS-CV-BUS-KEY TO CL-BUS-KEY
               MOVE LOW-VALUES TO CL-CONTACT-ID
               START LINK-IN KEY NOT < CL-KEY
                   INVALID KEY MOVE "Y" TO WS-LINK-EOF-FLAG
               END-START
           END-IF.
           IF NOT WS-LINK-EOF
               READ LINK-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-LINK-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LINK-EOF OR CL-BUS-KEY NOT = WS-CV-BUS-KEY
               PERFORM 210-LIST-ONE-LINK
               READ LINK-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-LINK-EOF-FLAG
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CV-CNT = ZERO
                   MOVE "NO CONTACTS LINKED" TO WS-CV-MSG
               WHEN WS-CV-CNT > 6
                   STRING "FIRST 6 OF " DELIMITED BY SIZE
                       WS-CV-CNT DELIMITED BY SIZE
                       " LINKED CONTACTS SHOWN" DELIMITED BY SIZE
                       INTO WS-CV-MSG
                   END-STRING
           END-EVALUATE.
      *-----------------------------------------------------------------*
       210-LIST-ONE-LINK.
           ADD 1 TO WS-CV-CNT.
           IF WS-CV-CNT <= 6
               MOVE WS-CV-CNT TO CV-NUM
               MOVE CL-CONTACT-ID TO CV-CONTACT-ID
               MOVE CL-CONTACT-ID TO WS-CV-ID(WS-CV-CNT)
               MOVE SPACES TO CV-NAME CV-PHONE
               IF WS-CONTACT-OPEN
                   MOVE CL-CONTACT-ID TO CONTACT-ID
                   READ CONTACT-IN
                       INVALID KEY
                           MOVE "** NOT IN DIRECTORY **" TO CV-NAME
                       NOT INVALID KEY
                           STRING CT-FNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               CT-LNAME DELIMITED BY "  "
                               INTO CV-NAME
                           END-STRING
                           MOVE CT-PH-AC TO CV-PH-AC
                           MOVE CT-PH-3 TO CV-PH-3
                           MOVE CT-PH-4 TO CV-PH-4
                           MOVE WS-CV-PHONE TO CV-PHONE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN CL-OPPOSING-COUNSEL
                       MOVE "OPPOSING COUNSEL" TO CV-REL-DESC
                   WHEN CL-REFERRAL-SOURCE
                       MOVE "REFERRAL SOURCE" TO CV-REL-DESC
                   WHEN CL-PARENT
                       MOVE "PARENT" TO CV-REL-DESC
                   WHEN CL-GUARDIAN
                       MOVE "GUARDIAN" TO CV-REL-DESC
                   WHEN CL-AUTH-CONTACT
                       MOVE "AUTHORIZED" TO CV-REL-DESC
                   WHEN OTHER
                       MOVE CL-REL-TYPE TO CV-REL-DESC
               END-EVALUATE
               MOVE CV-NAME TO WS-CV-NAME(WS-CV-CNT)
               MOVE WS-CV-ROW TO WS-CV-LINE(WS-CV-CNT)
           END-IF.
      *-----------------------------------------------------------------*
       300-VIEW-LOOP.
           DISPLAY SCRN-VIEW.
           DISPLAY SCRN-RECENT.
           MOVE ZERO TO WS-PICK.
           DISPLAY SCRN-PICK.
           ACCEPT SCRN-PICK.
           EVALUATE TRUE
               WHEN WS-PICK = ZERO
                   MOVE "Y" TO WS-VIEW-DONE-FLAG
               WHEN WS-PICK > WS-CV-CNT OR WS-PICK > 6
                   MOVE SPACES TO WS-RI-TABLE WS-RI-WHO
                   MOVE "*** NO CONTACT WITH THAT NUMBER ***"
                       TO WS-RI-MSG
               WHEN OTHER
                   PERFORM 400-LOAD-INTERACTIONS
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    THE LOG IS KEYED CONTACT + DATE + TIME, SO THE CONTACT'S
      *    HISTORY IS A START AND A READ-NEXT OLDEST TO NEWEST.
       400-LOAD-INTERACTIONS.
           MOVE SPACES TO WS-RI-TABLE WS-RI-MSG.
           MOVE WS-CV-NAME(WS-PICK) TO WS-RI-WHO.
           MOVE ZERO TO WS-RI-CNT.
           MOVE "N" TO WS-LOG-EOF-FLAG.
           IF NOT WS-LOG-OPEN
               MOVE "Y" TO WS-LOG-EOF-FLAG
           ELSE
               MOVE WS-CV-ID(WS-PICK) TO CI-CONTACT-ID
               MOVE ZERO TO CI-DATE CI-TIME
               START LOG-IN KEY NOT < CI-KEY
                   INVALID KEY MOVE "Y" TO WS-LOG-EOF-FLAG
               END-START
           END-IF.
           IF NOT WS-LOG-EOF
               READ LOG-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-LOG-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LOG-EOF
                   OR CI-CONTACT-ID NOT = WS-CV-ID(WS-PICK)
               PERFORM 410-KEEP-ONE-INTERACTION
               READ LOG-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-LOG-EOF-FLAG
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-RI-CNT = ZERO
                   MOVE "NO INTERACTIONS LOGGED" TO WS-RI-MSG
               WHEN WS-RI-CNT > 4
                   STRING "NEWEST 4 OF " DELIMITED BY SIZE
                       WS-RI-CNT DELIMITED BY SIZE
                       " INTERACTIONS SHOWN" DELIMITED BY SIZE
                       INTO WS-RI-MSG
                   END-STRING
           END-EVALUATE.
      *-----------------------------------------------------------------*
       410-KEEP-ONE-INTERACTION.
           ADD 1 TO WS-RI-CNT.
           PERFORM VARYING WS-RI-IDX FROM 4 BY -1 UNTIL WS-RI-IDX < 2
               MOVE WS-RI-ENTRY(WS-RI-IDX - 1)
                   TO WS-RI-ENTRY(WS-RI-IDX)
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
           MOVE CI-NOTE-1 TO RI-NOTE.
           MOVE WS-RI-ROW-1 TO WS-RI-LINE-1(1).
           MOVE WS-RI-ROW-2 TO WS-RI-LINE-2(1).

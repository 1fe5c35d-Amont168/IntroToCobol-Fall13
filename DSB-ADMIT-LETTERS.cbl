      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-ADMIT-LETTERS
      *    PURPOSE: BATCH PRINT OF ADMISSIONS DECISION LETTERS. EVERY
      *        APPLICANT ON DSB-APPLICANTS.TXT WHOSE ADMIT OR DENY
      *        DECISION WAS ENTERED IN DSB-ADMIT-MAINT SINCE THE LAST
      *        RUN (APP-LETTER-FLAG "Y") GETS ONE LETTER ON
      *        DSB-DECISION-LETTERS.TXT, ADDRESSED TO THE PERMANENT
      *        ADDRESS - AN OFFER NAMING THE MAJOR AND ENTRY TERM AND
      *        ASKING FOR THE ENROLLMENT DEPOSIT, OR A DECLINE. THE
      *        APPLICANT IS THEN MARKED SENT WITH THE DATE, SO A
      *        LETTER IS NEVER PRINTED TWICE; A DECISION CHANGED
      *        AFTERWARD QUEUES A NEW ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-ADMIT-LETTERS.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT APP-FILE         ASSIGN "DSB-APPLICANTS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS APP-ID
                               ALTERNATE RECORD KEY IS APP-LNAME
                                   WITH DUPLICATES
                               FILE STATUS IS WS-APP-STATUS.

       SELECT MJR-MST-IN       ASSIGN "DSB-MAJOR-CODES.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MJR-CD-MST
                               FILE STATUS IS WS-MJR-STATUS.

       SELECT LETTER-OUT       ASSIGN "DSB-DECISION-LETTERS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  APP-FILE.
           COPY DSB-APPLICANT.

       FD  MJR-MST-IN.
       01  MJR-REC.
           03  MJR-CD-MST              PIC X(4).
           03  MJR-DESC-MST            PIC X(25).
           03  MJR-DEPT-MST            PIC X(20).

       FD  LETTER-OUT.
       01  LETTER-REC                  PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-APP-STATUS               PIC XX.
       01  WS-MJR-STATUS               PIC XX.
       01  WS-MJR-FILE-FLAG            PIC X VALUE "N".
           88  WS-MJR-FILE-ON-HAND           VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-MAJOR-DESC               PIC X(25).

       01  WS-LTR-HEAD-1               PIC X(80) VALUE
           "WATSAMATA UNIVERSITY - OFFICE OF ADMISSIONS".

       01  WS-LTR-DATE-LINE.
           03  LD-MNTH                 PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  LD-DY                   PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  LD-YR                   PIC 9(4).
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "APPLICANT NO. ".
           03  LD-APP-ID               PIC X(5).

       01  WS-LTR-NAME                 PIC X(62).
       01  WS-LTR-CITY                 PIC X(40).
       01  WS-LTR-SALUTE               PIC X(40).

       01  WS-ADMIT-LINE-1.
           03  FILLER                  PIC X(50) VALUE
               "CONGRATULATIONS - YOU HAVE BEEN ADMITTED FOR TERM ".
           03  AL-TERM                 PIC X(5).
       01  WS-ADMIT-LINE-2.
           03  FILLER                  PIC X(26) VALUE
               "WITH AN INTENDED MAJOR IN ".
           03  AL-MAJOR                PIC X(25).
       01  WS-ADMIT-TEXT-3             PIC X(80) VALUE
           "TO HOLD YOUR PLACE, PLEASE RETURN YOUR ENROLLMENT DEPOSIT".
       01  WS-ADMIT-TEXT-4             PIC X(80) VALUE
           "TO THE ADMISSIONS OFFICE. WE LOOK FORWARD TO SEEING YOU.".

       01  WS-DENY-LINE-1.
           03  FILLER                  PIC X(50) VALUE
               "THANK YOU FOR APPLYING FOR ADMISSION FOR THE TERM ".
           03  DL-TERM                 PIC X(5).
       01  WS-DENY-TEXT-2              PIC X(80) VALUE
           "AFTER CAREFUL REVIEW WE ARE UNABLE TO OFFER YOU ADMISSION".
       01  WS-DENY-TEXT-3              PIC X(80) VALUE
           "AT THIS TIME. WE WISH YOU EVERY SUCCESS IN YOUR STUDIES.".

       01  WS-SIGN-LINE                PIC X(80) VALUE
           "DIRECTOR OF ADMISSIONS".

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-ADMIT-LETTERS".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-LETTER-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-ADMIT-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-DENY-CNTR                PIC 9(7) VALUE ZERO.

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
           OPEN I-O APP-FILE.
           IF WS-APP-STATUS = "35"
               DISPLAY "DSB-APPLICANTS.TXT NOT FOUND - NO LETTERS"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           OPEN INPUT MJR-MST-IN.
           IF WS-MJR-STATUS = "00"
               MOVE "Y" TO WS-MJR-FILE-FLAG
           END-IF.
           OPEN OUTPUT LETTER-OUT.
           IF NOT WS-EOF
               READ APP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 200-LETTER-LOOP UNTIL WS-EOF.
           CLOSE LETTER-OUT.
           IF WS-MJR-FILE-ON-HAND
               CLOSE MJR-MST-IN
           END-IF.
           IF WS-APP-STATUS NOT = "35"
               CLOSE APP-FILE
           END-IF.
           DISPLAY "ADMIT LETTERS WRITTEN = " WS-ADMIT-CNTR.
           DISPLAY "DENY LETTERS WRITTEN  = " WS-DENY-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-LETTER-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       200-LETTER-LOOP.
           IF APP-LETTER-DUE
               IF APP-ADMITTED OR APP-DENIED
                   PERFORM 210-WRITE-ONE-LETTER
               END-IF
               MOVE "S" TO APP-LETTER-FLAG
               MOVE WS-RUN-DATE TO APP-LETTER-DATE
               REWRITE APPLICANT-REC
           END-IF.
           READ APP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       210-WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-CNTR.
           WRITE LETTER-REC FROM WS-LTR-HEAD-1.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE WS-RD-MNTH TO LD-MNTH.
           MOVE WS-RD-DY TO LD-DY.
           MOVE WS-RD-YR TO LD-YR.
           MOVE APP-ID TO LD-APP-ID.
           WRITE LETTER-REC FROM WS-LTR-DATE-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO WS-LTR-NAME.
           STRING APP-FNAME    DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  APP-MNAME    DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  APP-LNAME    DELIMITED BY SPACE
                  INTO WS-LTR-NAME
           END-STRING.
           WRITE LETTER-REC FROM WS-LTR-NAME.
           WRITE LETTER-REC FROM APP-STR-PRM.
           MOVE SPACES TO WS-LTR-CITY.
           STRING APP-CTY-PRM  DELIMITED BY "  "
                  ", "         DELIMITED BY SIZE
                  APP-ST-PRM   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  APP-ZIP-PRM  DELIMITED BY SIZE
                  INTO WS-LTR-CITY
           END-STRING.
           WRITE LETTER-REC FROM WS-LTR-CITY.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO WS-LTR-SALUTE.
           STRING "DEAR "      DELIMITED BY SIZE
                  APP-FNAME    DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  APP-LNAME    DELIMITED BY SPACE
                  ":"          DELIMITED BY SIZE
                  INTO WS-LTR-SALUTE
           END-STRING.
           WRITE LETTER-REC FROM WS-LTR-SALUTE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           IF APP-ADMITTED
               ADD 1 TO WS-ADMIT-CNTR
               PERFORM 220-RESOLVE-MAJOR-DESC
               MOVE APP-TERM TO AL-TERM
               MOVE WS-MAJOR-DESC TO AL-MAJOR
               WRITE LETTER-REC FROM WS-ADMIT-LINE-1
               WRITE LETTER-REC FROM WS-ADMIT-LINE-2
               WRITE LETTER-REC FROM WS-ADMIT-TEXT-3
               WRITE LETTER-REC FROM WS-ADMIT-TEXT-4
           ELSE
               ADD 1 TO WS-DENY-CNTR
               MOVE APP-TERM TO DL-TERM
               WRITE LETTER-REC FROM WS-DENY-LINE-1
               WRITE LETTER-REC FROM WS-DENY-TEXT-2
               WRITE LETTER-REC FROM WS-DENY-TEXT-3
           END-IF.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC FROM WS-SIGN-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           WRITE LETTER-REC.
           WRITE LETTER-REC.

      *-----------------------------------------------------------------*
      *    THE DESCRIPTION FROM THE MAJOR MASTER PRINTS IN PLACE OF
      *    THE RAW CODE WHEN IT CAN BE FOUND.

       220-RESOLVE-MAJOR-DESC.
           MOVE APP-MJR-CD TO WS-MAJOR-DESC.
           IF WS-MJR-FILE-ON-HAND
               MOVE APP-MJR-CD TO MJR-CD-MST
               READ MJR-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MJR-DESC-MST TO WS-MAJOR-DESC
               END-READ
           END-IF.

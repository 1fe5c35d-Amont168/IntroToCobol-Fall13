      *        AND THE SHOP YTD FIGURE CARRIED ON DSB-client-YTD.txt -
      *        SO "WHAT HAVE WE BILLED THE SMITH MATTER" NO LONGER
      *        MEANS RUNNING THE WHOLE NIGHTLY REPORT.
      *    ANSWERING Y TO "LINKED CONTACTS?" OPENS DSB-CONTACT-VIEW ON
      *        THE CLIENT - THE OPPOSING COUNSEL AND REFERRAL SOURCES
      *        LINKED TO IT IN THE CONTACT DIRECTORY AND THEIR RECENT
      *        INTERACTIONS.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  OPEN-ITEM-FILE.
       01  OI-REC.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-INQ-CNTR                 PIC 9(7) VALUE ZERO.

      *    THE CLIENT AS HANDED TO THE LINKED-CONTACTS WINDOW.
       01  WS-CONTACTS-FLAG            PIC X.
       01  WS-CV-SYSTEM                PIC X VALUE "L".
       01  WS-CV-NAME                  PIC X(30).

      *-----------------------------------------------------------------*
       SCREEN SECTION.

           03  LINE 15 COL 11  VALUE   "SHOP YTD BILLED".
           03  LINE 15 COL 28  PIC $ZZ,ZZZ,ZZ9.99 FROM WS-DISP-YTD.

       01  SCRN-CONTACTS.
           03  LINE 22 COL 30  PIC X   TO  WS-CONTACTS-FLAG  AUTO.
           03  LINE 22 COL 32  VALUE   "LINKED CONTACTS? (Y/N)".

       01  SCRN-MORE.
           03  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
           03  LINE 24 COL 32  VALUE   "LOOK UP ANOTHER? (Y/N)".
               MOVE ZERO TO WS-DISP-HOURS
           END-IF.
           DISPLAY SCRN-CLIENT-DETAIL.
           PERFORM 540-SHOW-CONTACTS.
      *-----------------------------------------------------------------*
       520-FIND-OPEN-ITEM.
           MOVE TRANS-AMOUNT-IN TO WS-ITEM-BILLED.
                   IF OI-CLIENT-ID = CLIENT-ID-IN
                       AND OI-MONTH = MONTH-IN
                       AND OI-YEAR = YEAR-IN
                       AND OI-TYPE NOT = "C"
                       MOVE OI-BILLED TO WS-ITEM-BILLED
                       MOVE OI-PAID   TO WS-ITEM-PAID
                   END-IF
               WHEN OTHER
                   MOVE "90+"     TO WS-DISP-AGING
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    THE CONTACTS WINDOW CLEARS THE SCREEN, SO THE CLIENT IS
      *    PUT BACK UP WHEN IT RETURNS.
       540-SHOW-CONTACTS.
           MOVE SPACE TO WS-CONTACTS-FLAG.
           DISPLAY SCRN-CONTACTS.
           ACCEPT SCRN-CONTACTS.
           IF WS-CONTACTS-FLAG = "Y" OR "y"
               MOVE SPACES TO WS-CV-NAME
               STRING INITIAL1-IN ". " INITIAL2-IN ". "
                   DELIMITED BY SIZE
                   LNAME-IN DELIMITED BY SIZE
                   INTO WS-CV-NAME
               END-STRING
               CALL "DSB-CONTACT-VIEW" USING WS-CV-SYSTEM CLIENT-ID-IN
                   WS-CV-NAME
               DISPLAY SCRN-TITLE
               DISPLAY SCRN-CLIENT-DETAIL
           END-IF.

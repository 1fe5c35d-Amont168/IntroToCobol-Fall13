      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PARTY-INQ
      *    PURPOSE: CROSS-SYSTEM PERSON AND PARTY SEARCH OVER THE
      *        PARTY INDEX DSB-PARTY-BUILD REBUILDS EACH NIGHT
      *        (DSB-PARTY-IDX.TXT). ONE SEARCH LISTS EVERY BANK
      *        CUSTOMER, LAW CLIENT, STUDENT, EMPLOYEE, LOAN BORROWER
      *        AND DIRECTORY CONTACT THAT MATCHES, WITH THE RECORD'S
      *        KEY AND STATUS ON ITS OWN MASTER, TWELVE TO A PAGE.
      *    (N)AME - SURNAME FIRST, WHOLE OR PARTIAL ("SMITH J" FINDS
      *        SMITH JOHN AND SMITH JANE Q). THE NAME IS NORMALIZED
      *        BY DSB-PARTY-NAME JUST AS THE INDEX WAS.
      *    (S)OUNDS-LIKE - EVERY NAME WHOSE SURNAME CODES THE SAME AS
      *        THE SURNAME KEYED (SMITH, SMYTH, SMITHE).
      *    (A)DDRESS - ANY STREET OR CITY CONTAINING THE TEXT KEYED.
      *    (P)HONE - TEN DIGITS, OR THE LAST SEVEN, IN ANY FORM
      *        ("(555) 123-4567"), AGAINST EVERY PHONE ON THE INDEX.
      *    A SYSTEM'S HITS ARE SHOWN ONLY TO AN OPERATOR AUTHORIZED FOR
      *        THAT SYSTEM'S OWN PROGRAM - DSB-CUST-MAINT FOR BANK
      *        CUSTOMERS, DSB-CLIENT-INQ FOR LAW CLIENTS, DSB-STU-ADD
      *        FOR STUDENTS, DSB-PAY-HIST-INQ FOR EMPLOYEES, DSB-LOAN
      *        FOR BORROWERS. DIRECTORY CONTACTS SHOW TO EVERYONE. THE
      *        SYSTEMS SHOWN ARE LISTED ON THE SCREEN; HITS WITHHELD
      *        ARE NOT COUNTED, SO THEIR EXISTENCE IS NOT GIVEN AWAY.
      *    EACH SEARCH COUNTS AS A TRANSACTION ON THE AUDIT TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PARTY-INQ.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PARTY-IDX        ASSIGN "DSB-PARTY-IDX.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PTY-KEY
                               ALTERNATE RECORD KEY IS PTY-SOUNDEX
                                   WITH DUPLICATES
                               FILE STATUS IS WS-PTY-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PARTY-IDX.
           COPY DSB-PARTY.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PTY-STATUS               PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-PAGE-FLAG                PIC X.
       01  WS-SEARCH-END-FLAG          PIC X.
           88  WS-SEARCH-END                 VALUE "Y".

      *    THE SEARCH AS KEYED.
       01  WS-SRCH-MODE                PIC X.
       01  WS-SRCH-TEXT                PIC X(40).
       01  WS-ENTRY-MSG                PIC X(50).

      *    THE SEARCH AS USED - NORMALIZED NAME KEY AND SOUND-ALIKE
      *    CODE, UPPER-CASED ADDRESS TEXT, OR PHONE DIGITS.
       01  WS-PN-ORDER                 PIC X VALUE "L".
       01  WS-SRCH-KEY                 PIC X(30).
       01  WS-SRCH-SOUNDEX             PIC X(4).
       01  WS-SRCH-UPPER               PIC X(40).
       01  WS-SRCH-LEN                 PIC 99.
       01  WS-SRCH-DIGITS              PIC X(10).
       01  WS-DIGIT-CNT                PIC 99.
       01  WS-CHAR-IDX                 PIC 99.
       01  WS-ADDR-UPPER               PIC X(46).
       01  WS-MATCH-CNT                PIC 99.
       01  WS-LOWER-CASE               PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE               PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    ONE ENTRY PER SYSTEM ON THE INDEX - ITS CODE, ITS NAME ON
      *    THE SCREEN, AND THE PROGRAM WHOSE AUTHORITY OPENS IT
      *    (BLANK - OPEN TO ANY SIGNED-ON OPERATOR).
       01  WS-SYS-VALUES.
           03  FILLER                  PIC X(29)
                           VALUE "BBANK    DSB-CUST-MAINT      ".
           03  FILLER                  PIC X(29)
                           VALUE "LLAW     DSB-CLIENT-INQ      ".
           03  FILLER                  PIC X(29)
                           VALUE "SSTUDENT DSB-STU-ADD         ".
           03  FILLER                  PIC X(29)
                           VALUE "EPAYROLL DSB-PAY-HIST-INQ    ".
           03  FILLER                  PIC X(29)
                           VALUE "NLOAN    DSB-LOAN            ".
           03  FILLER                  PIC X(29)
                           VALUE "CCONTACT                     ".
       01  WS-SYS-TABLE REDEFINES WS-SYS-VALUES.
           03  WS-SYS-ENTRY OCCURS 6 TIMES.
               05  WS-SYS-CODE         PIC X.
               05  WS-SYS-NAME         PIC X(8).
               05  WS-SYS-PGM          PIC X(20).
       01  WS-SYS-AUTH-TABLE.
           03  WS-SYS-OK               PIC X OCCURS 6 TIMES.
       01  WS-SYS-CNT                  PIC 9 VALUE 6.
       01  WS-SYS-IDX                  PIC 9.
       01  WS-SYS-LIST                 PIC X(54).
       01  WS-SYS-LIST-PTR             PIC 99.
       01  WS-HIT-OK-FLAG              PIC X.
           88  WS-HIT-OK                     VALUE "Y".

      *    THE HIT ROWS - BUILT IN WS-ROW-BUILD AND SHOWN ON SCREEN
      *    LINES 07 THRU 18.
       01  WS-HIT-CNTR                 PIC 9(5) VALUE ZERO.
       01  WS-ROW-CNT                  PIC 99 VALUE ZERO.
       01  WS-ROW-TABLE.
           03  WS-ROW-TEXT             PIC X(76) OCCURS 12 TIMES.
       01  WS-ROW-BUILD.
           03  RB-SYSTEM               PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-SOURCE-ID            PIC X(7).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-NAME                 PIC X(26).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-STATUS               PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  RB-DETAIL               PIC X(21).
       01  WS-PHONE-EDIT.
           03  PE-AREA                 PIC X(3).
           03  FILLER                  PIC X VALUE "-".
           03  PE-EXCH                 PIC X(3).
           03  FILLER                  PIC X VALUE "-".
           03  PE-NUMB                 PIC X(4).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PARTY-INQ".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-INQ-CNTR                 PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-PARTY-INQ".
           03  LINE 01 COL 28  VALUE   "DSB DATA PROCESSING".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 26  VALUE   "CROSS-SYSTEM PARTY SEARCH".
           03  LINE 03 COL 01  VALUE   "SYSTEMS SHOWN:".
           03  LINE 03 COL 16  PIC X(54)   FROM    WS-SYS-LIST.

       01  SCRN-CRITERIA.
           03  LINE 04 COL 01  VALUE
               "(N)AME, (S)OUNDS-LIKE, (A)DDRESS, (P)HONE".
           03  LINE 04 COL 43  PIC X       TO  WS-SRCH-MODE  AUTO.
           03  LINE 04 COL 46  VALUE   "FOR".
           03  LINE 04 COL 50  PIC X(30)   TO  WS-SRCH-TEXT.

       01  SCRN-ENTRY-MSG.
           03  LINE 05 COL 06  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-HIT-LIST.
           03  LINE 05 COL 06  VALUE   "HITS SO FAR".
           03  LINE 05 COL 18  PIC ZZZZ9  FROM  WS-HIT-CNTR.
           03  LINE 06 COL 01  VALUE   "SYSTEM".
           03  LINE 06 COL 10  VALUE   "KEY".
           03  LINE 06 COL 18  VALUE   "NAME".
           03  LINE 06 COL 45  VALUE   "STATUS".
           03  LINE 06 COL 56  VALUE   "ADDRESS/PHONE".
           03  LINE 07 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(1).
           03  LINE 08 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(2).
           03  LINE 09 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(3).
           03  LINE 10 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(4).
           03  LINE 11 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(5).
           03  LINE 12 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(6).
           03  LINE 13 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(7).
           03  LINE 14 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(8).
           03  LINE 15 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(9).
           03  LINE 16 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(10).
           03  LINE 17 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(11).
           03  LINE 18 COL 01  PIC X(76)  FROM  WS-ROW-TEXT(12).

       01  SCRN-CNTRL.
           03  SCRN-NEXT-PAGE.
               05  LINE 23 COL 25  PIC X   TO  WS-PAGE-FLAG AUTO.
               05  LINE 23 COL 27  VALUE   "MORE HITS? (Y/N)".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "SEARCH AGAIN? (Y/N)".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           OPEN INPUT PARTY-IDX.
           IF WS-PTY-STATUS = "35"
               DISPLAY "DSB-PARTY-IDX.TXT NOT FOUND - PARTY INDEX NOT "
                   "YET BUILT"
               DISPLAY SCRN-PROG-TERM
               GOBACK
           END-IF.
           PERFORM 110-SET-SYSTEM-AUTHORITY.
           PERFORM 200-SEARCH-LOOP UNTIL WS-MORE.
           CLOSE PARTY-IDX.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-INQ-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
      *    ONE SIGN-ON CHECK PER SYSTEM, ON THE PASSWORD ALREADY KEYED.
       110-SET-SYSTEM-AUTHORITY.
           MOVE SPACES TO WS-SYS-LIST.
           MOVE 1 TO WS-SYS-LIST-PTR.
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-CNT
               IF WS-SYS-PGM(WS-SYS-IDX) = SPACES
                   MOVE "Y" TO WS-SYS-OK(WS-SYS-IDX)
               ELSE
                   CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
                       WS-SYS-PGM(WS-SYS-IDX) WS-SYS-OK(WS-SYS-IDX)
               END-IF
               IF WS-SYS-OK(WS-SYS-IDX) = "Y"
                   STRING WS-SYS-NAME(WS-SYS-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-SYS-LIST WITH POINTER WS-SYS-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       200-SEARCH-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACE TO WS-SRCH-MODE.
           MOVE SPACES TO WS-SRCH-TEXT.
           DISPLAY SCRN-CRITERIA.
           ACCEPT SCRN-CRITERIA.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE SPACES TO WS-ROW-TABLE.
           MOVE ZERO TO WS-HIT-CNTR WS-ROW-CNT.
           MOVE "N" TO WS-SEARCH-END-FLAG.
           EVALUATE WS-SRCH-MODE
               WHEN "N"
               WHEN "n"
                   PERFORM 300-NAME-SEARCH
               WHEN "S"
               WHEN "s"
                   PERFORM 400-SOUND-ALIKE-SEARCH
               WHEN "A"
               WHEN "a"
                   PERFORM 500-ADDRESS-SEARCH
               WHEN "P"
               WHEN "p"
                   PERFORM 600-PHONE-SEARCH
               WHEN OTHER
                   MOVE "*** SEARCH MUST BE N, S, A OR P ***"
                       TO WS-ENTRY-MSG
           END-EVALUATE.
           IF WS-ENTRY-MSG = SPACES
               ADD 1 TO WS-INQ-CNTR
               IF WS-ROW-CNT > ZERO
                   DISPLAY SCRN-HIT-LIST
               END-IF
               IF WS-HIT-CNTR = ZERO
                   MOVE "*** NO HITS ***" TO WS-ENTRY-MSG
               END-IF
           END-IF.
           IF WS-ENTRY-MSG NOT = SPACES
               DISPLAY SCRN-ENTRY-MSG
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE INDEX IS IN NAME ORDER, SO A PARTIAL NAME IS A START AT
      *    THE PREFIX AND A READ FORWARD UNTIL THE PREFIX CHANGES.
       300-NAME-SEARCH.
           PERFORM 310-NORMALIZE-NAME.
           IF WS-ENTRY-MSG = SPACES
               MOVE LOW-VALUES TO PTY-KEY
               MOVE WS-SRCH-KEY TO PTY-NAME-KEY
               PERFORM VARYING WS-SRCH-LEN FROM 30 BY -1
                       UNTIL WS-SRCH-KEY(WS-SRCH-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               START PARTY-IDX KEY IS >= PTY-KEY
                   INVALID KEY MOVE "Y" TO WS-SEARCH-END-FLAG
               END-START
               PERFORM UNTIL WS-SEARCH-END
                   PERFORM 800-READ-NEXT-PARTY
                   IF NOT WS-SEARCH-END
                       IF PTY-NAME-KEY(1:WS-SRCH-LEN) =
                           WS-SRCH-KEY(1:WS-SRCH-LEN)
                           PERFORM 810-ADD-HIT
                       ELSE
                           MOVE "Y" TO WS-SEARCH-END-FLAG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
       310-NORMALIZE-NAME.
           CALL "DSB-PARTY-NAME" USING WS-PN-ORDER WS-SRCH-TEXT
               WS-SRCH-KEY WS-SRCH-SOUNDEX.
           IF WS-SRCH-KEY = SPACES
               MOVE "*** KEY A NAME, SURNAME FIRST ***" TO WS-ENTRY-MSG
           END-IF.
      *-----------------------------------------------------------------*
       400-SOUND-ALIKE-SEARCH.
           PERFORM 310-NORMALIZE-NAME.
           IF WS-ENTRY-MSG = SPACES
               MOVE WS-SRCH-SOUNDEX TO PTY-SOUNDEX
               START PARTY-IDX KEY IS = PTY-SOUNDEX
                   INVALID KEY MOVE "Y" TO WS-SEARCH-END-FLAG
               END-START
               PERFORM UNTIL WS-SEARCH-END
                   PERFORM 800-READ-NEXT-PARTY
                   IF NOT WS-SEARCH-END
                       IF PTY-SOUNDEX = WS-SRCH-SOUNDEX
                           PERFORM 810-ADD-HIT
                       ELSE
                           MOVE "Y" TO WS-SEARCH-END-FLAG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
      *    ADDRESSES ARE NOT KEYED - THE WHOLE INDEX IS READ.
       500-ADDRESS-SEARCH.
           MOVE WS-SRCH-TEXT TO WS-SRCH-UPPER.
           INSPECT WS-SRCH-UPPER CONVERTING WS-LOWER-CASE
               TO WS-UPPER-CASE.
           MOVE ZERO TO WS-SRCH-LEN.
           IF WS-SRCH-UPPER NOT = SPACES
               PERFORM VARYING WS-SRCH-LEN FROM 40 BY -1
                       UNTIL WS-SRCH-UPPER(WS-SRCH-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.
           IF WS-SRCH-LEN < 3
               MOVE "*** KEY AT LEAST THREE CHARACTERS ***"
                   TO WS-ENTRY-MSG
           ELSE
               PERFORM 700-START-FULL-SCAN
               PERFORM UNTIL WS-SEARCH-END
                   PERFORM 800-READ-NEXT-PARTY
                   IF NOT WS-SEARCH-END
                       MOVE SPACES TO WS-ADDR-UPPER
                       STRING PTY-STREET DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PTY-CITY DELIMITED BY SIZE
                           INTO WS-ADDR-UPPER
                       END-STRING
                       INSPECT WS-ADDR-UPPER CONVERTING WS-LOWER-CASE
                           TO WS-UPPER-CASE
                       MOVE ZERO TO WS-MATCH-CNT
                       INSPECT WS-ADDR-UPPER TALLYING WS-MATCH-CNT
                           FOR ALL WS-SRCH-UPPER(1:WS-SRCH-LEN)
                       IF WS-MATCH-CNT > ZERO
                           PERFORM 810-ADD-HIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
      *    EVERYTHING BUT THE DIGITS IS DROPPED; SEVEN DIGITS MATCH
      *    THE EXCHANGE AND NUMBER UNDER ANY AREA CODE.
       600-PHONE-SEARCH.
           MOVE SPACES TO WS-SRCH-DIGITS.
           MOVE ZERO TO WS-DIGIT-CNT.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40 OR WS-DIGIT-CNT > 10
               IF WS-SRCH-TEXT(WS-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-CNT
                   IF WS-DIGIT-CNT NOT > 10
                       MOVE WS-SRCH-TEXT(WS-CHAR-IDX:1)
                           TO WS-SRCH-DIGITS(WS-DIGIT-CNT:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DIGIT-CNT NOT = 7 AND WS-DIGIT-CNT NOT = 10
               MOVE "*** KEY A 10-DIGIT OR 7-DIGIT PHONE ***"
                   TO WS-ENTRY-MSG
           ELSE
               PERFORM 700-START-FULL-SCAN
               PERFORM UNTIL WS-SEARCH-END
                   PERFORM 800-READ-NEXT-PARTY
                   IF NOT WS-SEARCH-END
                       IF WS-DIGIT-CNT = 10
                           IF PTY-PHONE = WS-SRCH-DIGITS
                               OR PTY-PHONE-2 = WS-SRCH-DIGITS
                               PERFORM 810-ADD-HIT
                           END-IF
                       ELSE
                           IF PTY-PHONE(4:7) = WS-SRCH-DIGITS(1:7)
                               OR PTY-PHONE-2(4:7) = WS-SRCH-DIGITS(1:7)
                               PERFORM 810-ADD-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------*
       700-START-FULL-SCAN.
           MOVE LOW-VALUES TO PTY-KEY.
           START PARTY-IDX KEY IS >= PTY-KEY
               INVALID KEY MOVE "Y" TO WS-SEARCH-END-FLAG
           END-START.
      *-----------------------------------------------------------------*
       800-READ-NEXT-PARTY.
           READ PARTY-IDX NEXT RECORD
               AT END MOVE "Y" TO WS-SEARCH-END-FLAG
           END-READ.
      *-----------------------------------------------------------------*
      *    A HIT IN A SYSTEM THE OPERATOR MAY NOT SEE IS PASSED OVER.
      *    A FULL PAGE IS SHOWN BEFORE THE NEXT ROW IS ADDED, AND THE
      *    OPERATOR MAY STOP THERE.
       810-ADD-HIT.
           MOVE "N" TO WS-HIT-OK-FLAG.
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-CNT
               IF WS-SYS-CODE(WS-SYS-IDX) = PTY-SYSTEM
                   MOVE WS-SYS-OK(WS-SYS-IDX) TO WS-HIT-OK-FLAG
                   MOVE WS-SYS-NAME(WS-SYS-IDX) TO RB-SYSTEM
               END-IF
           END-PERFORM.
           IF WS-HIT-OK
               IF WS-ROW-CNT = 12
                   DISPLAY SCRN-HIT-LIST
                   MOVE "Y" TO WS-PAGE-FLAG
                   DISPLAY SCRN-NEXT-PAGE
                   ACCEPT SCRN-NEXT-PAGE
                   MOVE SPACES TO WS-ROW-TABLE
                   MOVE ZERO TO WS-ROW-CNT
                   IF WS-PAGE-FLAG = "N" OR WS-PAGE-FLAG = "n"
                       MOVE "Y" TO WS-SEARCH-END-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-HIT-OK AND NOT WS-SEARCH-END
               ADD 1 TO WS-HIT-CNTR
               MOVE PTY-SOURCE-ID TO RB-SOURCE-ID
               MOVE PTY-NAME TO RB-NAME
               MOVE PTY-STATUS TO RB-STATUS
               IF PTY-STREET NOT = SPACES
                   MOVE PTY-STREET TO RB-DETAIL
               ELSE
                   IF PTY-PHONE NOT = SPACES
                       MOVE PTY-PHONE(1:3) TO PE-AREA
                       MOVE PTY-PHONE(4:3) TO PE-EXCH
                       MOVE PTY-PHONE(7:4) TO PE-NUMB
                       MOVE WS-PHONE-EDIT TO RB-DETAIL
                   ELSE
                       MOVE SPACES TO RB-DETAIL
                   END-IF
               END-IF
               ADD 1 TO WS-ROW-CNT
               MOVE WS-ROW-BUILD TO WS-ROW-TEXT(WS-ROW-CNT)
           END-IF.

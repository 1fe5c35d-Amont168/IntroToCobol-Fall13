      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CONTACT-LINKS
      *    PURPOSE: KEEPS THE LINKS BETWEEN ONE DIRECTORY CONTACT
      *        (SCREEN-TEST-3-CONTACTS.TXT) AND THE BUSINESS RECORDS
      *        IT STANDS IN A RELATIONSHIP TO, ON DSB-CONTACT-LINK.TXT.
      *        CALLED FROM THE DIRECTORY SCREEN WITH THE CONTACT, ITS
      *        NAME, THE SIGNED-ON OPERATOR AND A FUNCTION:
      *        "M" - MAINTAIN. LISTS THE CONTACT'S LINKS WITH THE
      *            NAME ON EACH RECORD AND TAKES (A)DDS AND (R)EMOVES
      *            UNTIL THE OPERATOR PRESSES ENTER. AN ADD MUST NAME
      *            A RECORD THAT IS ON ITS MASTER - A LAW CLIENT ON
      *            CH0601.TXT, A STUDENT ON DSB-STU-TRANSACTIONS.TXT
      *            OR A BANK CUSTOMER ON MT-CUST-MST.TXT - WITH A
      *            RELATIONSHIP THAT SUITS IT (SEE DSB-CONTACT-LINK).
      *        "X" - REMOVE EVERY LINK FOR THE CONTACT, NO SCREEN.
      *            THE DIRECTORY CALLS THIS WHEN IT DELETES A CONTACT
      *            SO NO LINK IS LEFT POINTING AT NOTHING.
      *    EACH CALL WRITES ONE LINE TO THE AUDIT TRAIL WITH THE
      *        NUMBER OF LINKS ADDED AND REMOVED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CONTACT-LINKS.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LINK-IO          ASSIGN "DSB-CONTACT-LINK.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CL-KEY
                               ALTERNATE RECORD KEY IS CL-CONTACT-ID
                                   WITH DUPLICATES
                               FILE STATUS IS WS-LINK-STATUS.

       SELECT CLIENT-MST       ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-CLIENT-STATUS.

       SELECT STU-MST          ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT CUST-MST         ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LINK-IO.
           COPY DSB-CONTACT-LINK.

       FD  CLIENT-MST.
       01  CLIENT-REC.
           03  CLIENT-ID-IN            PIC X(5).
           03  INITIAL1-IN             PIC X.
           03  INITIAL2-IN             PIC X.
           03  LNAME-CLT-IN            PIC X(10).
           03  FILLER                  PIC X(60).

       FD  STU-MST.
       01  STU-REC.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  FILLER                  PIC X(295).

       FD  CUST-MST.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  FILLER                  PIC X(83).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-LINK-STATUS              PIC XX.
       01  WS-CLIENT-STATUS            PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.

      *    A MASTER THAT WILL NOT OPEN JUST MEANS NOTHING CAN BE
      *    LINKED TO ITS RECORDS THIS SESSION.
       01  WS-CLIENT-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CLIENT-OPEN                VALUE "Y".
       01  WS-STU-OPEN-FLAG            PIC X VALUE "N".
           88  WS-STU-OPEN                   VALUE "Y".
       01  WS-CUST-OPEN-FLAG           PIC X VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       01  WS-LINK-EOF-FLAG            PIC X VALUE "N".
           88  WS-LINK-EOF                   VALUE "Y".

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  WS-DONE                       VALUE "Y".

      *    THE CONTACT BEING LINKED, AS THE DIRECTORY PASSED IT.
       01  WS-LK-CONTACT-ID            PIC X(5).
       01  WS-LK-FNAME                 PIC X(15).
       01  WS-LK-LNAME                 PIC X(15).

      *    THE CONTACT'S LINKS - THE FIRST EIGHT ARE LISTED AND THE
      *    COUNT SHOWS IF THERE ARE MORE.
       01  WS-LK-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-LK-LINES.
           03  WS-LK-LINE              PIC X(65) OCCURS 8 TIMES.
       01  WS-LK-ROW.
           03  LR-SYS-DESC             PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LR-BUS-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LR-BUS-NAME             PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LR-REL-DESC             PIC X(16).

       01  WS-LK-ACTION                PIC X.
       01  WS-LK-SYSTEM                PIC X.
           88  WS-LK-SYS-CLIENT              VALUE "L".
           88  WS-LK-SYS-STUDENT             VALUE "S".
           88  WS-LK-SYS-CUSTOMER            VALUE "B".
       01  WS-LK-BUS-ID                PIC X(5).
       01  WS-LK-REL                   PIC X.
       01  WS-LK-MSG                   PIC X(60).

      *    THE BUSINESS RECORD LOOKED UP, FOR THE LIST OR FOR AN ADD.
       01  WS-FIND-SYSTEM              PIC X.
       01  WS-FIND-ID                  PIC X(5).
       01  WS-FIND-NAME                PIC X(30).
       01  WS-FOUND-FLAG               PIC X.
           88  WS-FOUND                      VALUE "Y".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CONTACT-LINKS".
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
       01  LS-LINK-FUNC                PIC X.
           88  LS-REMOVE-ALL                 VALUE "X".

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-LINKS.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-CONTACT-LINKS".
           03  LINE 01 COL 31  VALUE   "CONTACT DIRECTORY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 33  VALUE   "CONTACT LINKS".
           03  LINE 04 COL 06  VALUE   "CONTACT".
           03  LINE 04 COL 16  PIC X(5)   FROM  WS-LK-CONTACT-ID.
           03  LINE 04 COL 23  PIC X(15)  FROM  WS-LK-FNAME.
           03  LINE 04 COL 39  PIC X(15)  FROM  WS-LK-LNAME.
           03  LINE 06 COL 06  VALUE   "LINKS ON FILE".
           03  LINE 06 COL 21  PIC ZZ9    FROM  WS-LK-CNT.
           03  LINE 07 COL 06  PIC X(65)  FROM  WS-LK-LINE(1).
           03  LINE 08 COL 06  PIC X(65)  FROM  WS-LK-LINE(2).
           03  LINE 09 COL 06  PIC X(65)  FROM  WS-LK-LINE(3).
           03  LINE 10 COL 06  PIC X(65)  FROM  WS-LK-LINE(4).
           03  LINE 11 COL 06  PIC X(65)  FROM  WS-LK-LINE(5).
           03  LINE 12 COL 06  PIC X(65)  FROM  WS-LK-LINE(6).
           03  LINE 13 COL 06  PIC X(65)  FROM  WS-LK-LINE(7).
           03  LINE 14 COL 06  PIC X(65)  FROM  WS-LK-LINE(8).

       01  SCRN-LINK-ACTION.
           03  LINE 16 COL 06  VALUE
               "(A)DD LINK, (R)EMOVE LINK, OR ENTER WHEN DONE".
           03  LINE 16 COL 53  PIC X      TO  WS-LK-ACTION  AUTO.
           03  LINE 17 COL 06  VALUE
               "(L)AW CLIENT, (S)TUDENT OR (B)ANK CUSTOMER".
           03  LINE 17 COL 50  PIC X      TO  WS-LK-SYSTEM  AUTO.
           03  LINE 18 COL 06  VALUE   "ID".
           03  LINE 18 COL 20  PIC X(5)   TO  WS-LK-BUS-ID  AUTO.
           03  LINE 19 COL 06  VALUE   "RELATIONSHIP".
           03  LINE 19 COL 20  PIC X      TO  WS-LK-REL     AUTO.
           03  LINE 20 COL 08  VALUE
               "CLIENT - (O)PPOSING COUNSEL OR (R)EFERRAL SOURCE".
           03  LINE 21 COL 08  VALUE
               "STUDENT - (P)ARENT OR (G)UARDIAN".
           03  LINE 22 COL 08  VALUE
               "CUSTOMER - (A)UTHORIZED CONTACT".

       01  SCRN-LINK-MSG.
           03  LINE 23 COL 06  PIC X(60)  FROM  WS-LK-MSG.

      ******************************************************************
       PROCEDURE DIVISION USING LS-CONTACT-ID LS-FNAME LS-LNAME
           LS-OPERATOR-ID LS-LINK-FUNC.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE LS-CONTACT-ID TO WS-LK-CONTACT-ID.
           MOVE LS-FNAME TO WS-LK-FNAME.
           MOVE LS-LNAME TO WS-LK-LNAME.
           MOVE ZERO TO WS-TRANS-CNTR.
           OPEN I-O LINK-IO.
           IF WS-LINK-STATUS = "35"
               OPEN OUTPUT LINK-IO
               CLOSE LINK-IO
               OPEN I-O LINK-IO
           END-IF.
           IF LS-REMOVE-ALL
               PERFORM 500-REMOVE-ALL-LINKS
           ELSE
               PERFORM 110-OPEN-MASTERS
               MOVE SPACES TO WS-LK-MSG
               MOVE "N" TO WS-DONE-FLAG
               PERFORM 200-LINK-LOOP UNTIL WS-DONE
               PERFORM 190-CLOSE-MASTERS
           END-IF.
           CLOSE LINK-IO.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME LS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-MASTERS.
           MOVE "N" TO WS-CLIENT-OPEN-FLAG WS-STU-OPEN-FLAG
               WS-CUST-OPEN-FLAG.
           OPEN INPUT CLIENT-MST.
           IF WS-CLIENT-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-OPEN-FLAG
           END-IF.
           OPEN INPUT STU-MST.
           IF WS-STU-STATUS = "00"
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT CUST-MST.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           END-IF.
      *-----------------------------------------------------------------*
       190-CLOSE-MASTERS.
           IF WS-CLIENT-OPEN
               CLOSE CLIENT-MST
           END-IF.
           IF WS-STU-OPEN
               CLOSE STU-MST
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUST-MST
           END-IF.
      *-----------------------------------------------------------------*
       200-LINK-LOOP.
           PERFORM 210-LOAD-CONTACT-LINKS.
           DISPLAY SCRN-LINKS.
           DISPLAY SCRN-LINK-MSG.
           MOVE SPACES TO WS-LK-ACTION WS-LK-SYSTEM WS-LK-BUS-ID
               WS-LK-REL.
           DISPLAY SCRN-LINK-ACTION.
           ACCEPT SCRN-LINK-ACTION.
           MOVE SPACES TO WS-LK-MSG.
           INSPECT WS-LK-ACTION CONVERTING "ar" TO "AR".
           INSPECT WS-LK-SYSTEM CONVERTING "lsb" TO "LSB".
           INSPECT WS-LK-REL CONVERTING "orpga" TO "ORPGA".
           EVALUATE WS-LK-ACTION
               WHEN "A"
                   PERFORM 300-ADD-LINK
               WHEN "R"
                   PERFORM 400-REMOVE-LINK
               WHEN OTHER
                   MOVE "Y" TO WS-DONE-FLAG
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    THE ALTERNATE KEY ON THE CONTACT GIVES ALL OF ITS LINKS,
      *    WHATEVER SYSTEM THEY ARE IN, FROM ONE START.
       210-LOAD-CONTACT-LINKS.
           MOVE ZERO TO WS-LK-CNT.
           MOVE SPACES TO WS-LK-LINES.
           MOVE "N" TO WS-LINK-EOF-FLAG.
           MOVE WS-LK-CONTACT-ID TO CL-CONTACT-ID.
           START LINK-IO KEY = CL-CONTACT-ID
               INVALID KEY MOVE "Y" TO WS-LINK-EOF-FLAG
           END-START.
           IF NOT WS-LINK-EOF
               READ LINK-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-LINK-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-LINK-EOF
                   OR CL-CONTACT-ID NOT = WS-LK-CONTACT-ID
               PERFORM 220-LIST-ONE-LINK
               READ LINK-IO NEXT RECORD
                   AT END MOVE "Y" TO WS-LINK-EOF-FLAG
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------*
       220-LIST-ONE-LINK.
           ADD 1 TO WS-LK-CNT.
           IF WS-LK-CNT <= 8
               MOVE CL-BUS-ID TO LR-BUS-ID
               MOVE CL-SYSTEM TO WS-FIND-SYSTEM
               MOVE CL-BUS-ID TO WS-FIND-ID
               PERFORM 600-FIND-BUS-RECORD
               IF WS-FOUND
                   MOVE WS-FIND-NAME TO LR-BUS-NAME
               ELSE
                   MOVE "** NOT ON FILE **" TO LR-BUS-NAME
               END-IF
               EVALUATE TRUE
                   WHEN CL-FOR-CLIENT
                       MOVE "CLIENT" TO LR-SYS-DESC
                   WHEN CL-FOR-STUDENT
                       MOVE "STUDENT" TO LR-SYS-DESC
                   WHEN CL-FOR-CUSTOMER
                       MOVE "CUSTOMER" TO LR-SYS-DESC
                   WHEN OTHER
                       MOVE CL-SYSTEM TO LR-SYS-DESC
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CL-OPPOSING-COUNSEL
                       MOVE "OPPOSING COUNSEL" TO LR-REL-DESC
                   WHEN CL-REFERRAL-SOURCE
                       MOVE "REFERRAL SOURCE" TO LR-REL-DESC
                   WHEN CL-PARENT
                       MOVE "PARENT" TO LR-REL-DESC
                   WHEN CL-GUARDIAN
                       MOVE "GUARDIAN" TO LR-REL-DESC
                   WHEN CL-AUTH-CONTACT
                       MOVE "AUTHORIZED" TO LR-REL-DESC
                   WHEN OTHER
                       MOVE CL-REL-TYPE TO LR-REL-DESC
               END-EVALUATE
               MOVE WS-LK-ROW TO WS-LK-LINE(WS-LK-CNT)
           END-IF.
      *-----------------------------------------------------------------*
      *    THE RELATIONSHIP HAS TO SUIT THE KIND OF RECORD, AND THE
      *    RECORD HAS TO BE ON ITS MASTER. THE KEY IS RECORD + CONTACT,
      *    SO A CONTACT IS LINKED TO ANY ONE RECORD ONLY ONCE.
       300-ADD-LINK.
           EVALUATE TRUE
               WHEN NOT WS-LK-SYS-CLIENT AND NOT WS-LK-SYS-STUDENT
                       AND NOT WS-LK-SYS-CUSTOMER
                   MOVE "*** RECORD MUST BE L, S OR B ***" TO WS-LK-MSG
               WHEN WS-LK-BUS-ID = SPACES
                   MOVE "*** ID IS REQUIRED ***" TO WS-LK-MSG
               WHEN WS-LK-SYS-CLIENT AND WS-LK-REL NOT = "O" AND "R"
                   MOVE "*** A CLIENT LINK MUST BE O OR R ***"
                       TO WS-LK-MSG
               WHEN WS-LK-SYS-STUDENT AND WS-LK-REL NOT = "P" AND "G"
                   MOVE "*** A STUDENT LINK MUST BE P OR G ***"
                       TO WS-LK-MSG
               WHEN WS-LK-SYS-CUSTOMER AND WS-LK-REL NOT = "A"
                   MOVE "*** A CUSTOMER LINK MUST BE A ***"
                       TO WS-LK-MSG
           END-EVALUATE.
           IF WS-LK-MSG = SPACES
               MOVE WS-LK-SYSTEM TO WS-FIND-SYSTEM
               MOVE WS-LK-BUS-ID TO WS-FIND-ID
               PERFORM 600-FIND-BUS-RECORD
               IF NOT WS-FOUND
                   MOVE "*** RECORD NOT FOUND ON FILE ***" TO WS-LK-MSG
               END-IF
           END-IF.
           IF WS-LK-MSG = SPACES
               MOVE WS-LK-SYSTEM TO CL-SYSTEM
               MOVE WS-LK-BUS-ID TO CL-BUS-ID
               MOVE WS-LK-CONTACT-ID TO CL-CONTACT-ID
               MOVE WS-LK-REL TO CL-REL-TYPE
               MOVE WS-RUN-DATE TO CL-ADDED-DATE
               MOVE LS-OPERATOR-ID TO CL-ADDED-OPER
               WRITE CONTACT-LINK-REC
                   INVALID KEY
                       MOVE "*** ALREADY LINKED TO THAT RECORD ***"
                           TO WS-LK-MSG
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CNTR
                       MOVE "LINK ADDED" TO WS-LK-MSG
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------*
       400-REMOVE-LINK.
           MOVE WS-LK-SYSTEM TO CL-SYSTEM.
           MOVE WS-LK-BUS-ID TO CL-BUS-ID.
           MOVE WS-LK-CONTACT-ID TO CL-CONTACT-ID.
           READ LINK-IO
               INVALID KEY
                   MOVE "*** CONTACT IS NOT LINKED TO THAT RECORD ***"
                       TO WS-LK-MSG
               NOT INVALID KEY
                   DELETE LINK-IO RECORD
                       INVALID KEY
                           MOVE "*** LINK NOT REMOVED ***" TO WS-LK-MSG
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANS-CNTR
                           MOVE "LINK REMOVED" TO WS-LK-MSG
                   END-DELETE
           END-READ.
      *-----------------------------------------------------------------*
      *    EACH DELETE LOSES THE FILE POSITION, SO THE START ON THE
      *    CONTACT IS REPEATED UNTIL IT FINDS NO MORE OF ITS LINKS.
       500-REMOVE-ALL-LINKS.
           MOVE "N" TO WS-LINK-EOF-FLAG.
           PERFORM UNTIL WS-LINK-EOF
               MOVE WS-LK-CONTACT-ID TO CL-CONTACT-ID
               START LINK-IO KEY = CL-CONTACT-ID
                   INVALID KEY MOVE "Y" TO WS-LINK-EOF-FLAG
               END-START
               IF NOT WS-LINK-EOF
                   READ LINK-IO NEXT RECORD
                       AT END MOVE "Y" TO WS-LINK-EOF-FLAG
                   END-READ
               END-IF
               IF NOT WS-LINK-EOF
                   IF CL-CONTACT-ID = WS-LK-CONTACT-ID
                       DELETE LINK-IO RECORD
                           INVALID KEY MOVE "Y" TO WS-LINK-EOF-FLAG
                       END-DELETE
                       IF NOT WS-LINK-EOF
                           ADD 1 TO WS-TRANS-CNTR
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-LINK-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       600-FIND-BUS-RECORD.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-FIND-NAME.
           EVALUATE WS-FIND-SYSTEM
               WHEN "L"
                   IF WS-CLIENT-OPEN
                       MOVE WS-FIND-ID TO CLIENT-ID-IN
                       READ CLIENT-MST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-FOUND-FLAG
                               STRING INITIAL1-IN ". " INITIAL2-IN ". "
                                   DELIMITED BY SIZE
                                   LNAME-CLT-IN DELIMITED BY SIZE
                                   INTO WS-FIND-NAME
                               END-STRING
                       END-READ
                   END-IF
               WHEN "S"
                   IF WS-STU-OPEN
                       MOVE WS-FIND-ID TO ID-IN
                       READ STU-MST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-FOUND-FLAG
                               STRING FNAME-IN DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   LNAME-IN DELIMITED BY "  "
                                   INTO WS-FIND-NAME
                               END-STRING
                       END-READ
                   END-IF
               WHEN "B"
                   IF WS-CUST-OPEN
                       MOVE WS-FIND-ID TO CUST-NUM-MST
                       READ CUST-MST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-FOUND-FLAG
                               MOVE CUST-NAME-MST TO WS-FIND-NAME
                       END-READ
                   END-IF
           END-EVALUATE.

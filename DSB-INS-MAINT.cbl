      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-INS-MAINT
      *    PURPOSE: ONLINE ADD/CHANGE/DELETE MAINTENANCE FOR THE
      *        INSTRUCTOR MASTER (DSB-INSTRUCTORS.TXT) - ID, NAME,
      *        DEPARTMENT, RANK, MAXIMUM TERM LOAD IN CREDIT HOURS,
      *        AND THE OPERATOR ID THE INSTRUCTOR SIGNS ON WITH. THE
      *        DEPARTMENT MUST BE ONE ALREADY NAMED ON THE MAJOR-CODE
      *        MASTER AND THE OPERATOR ID ONE ON THE OPERATOR MASTER,
      *        SO THE DEAN'S LOAD REPORT AND GRADE POSTING LINE UP
      *        WITH THE REST OF THE SYSTEM. AN INSTRUCTOR STILL
      *        ASSIGNED TO A SECTION (DSB-SECT-ASSIGN) CANNOT BE
      *        DELETED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-INS-MAINT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT MST-OUT          ASSIGN "DSB-INSTRUCTORS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INS-ID
                               FILE STATUS IS WS-MST-STATUS.

       SELECT MJR-MST-IN       ASSIGN "DSB-MAJOR-CODES.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MJR-CD-MST
                               FILE STATUS IS WS-MJR-STATUS.

       SELECT OPER-MST         ASSIGN "DSB-OPERATOR-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS OPR-ID
                               FILE STATUS IS WS-OPR-STATUS.

       SELECT ASSIGN-IN        ASSIGN "DSB-SECTION-ASSIGN.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SA-KEY
                               FILE STATUS IS WS-SA-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  MST-OUT.
           COPY DSB-INSTRUCTOR.

       FD  MJR-MST-IN.
       01  MJR-REC.
           03  MJR-CD-MST              PIC X(4).
           03  MJR-DESC-MST            PIC X(25).
           03  MJR-DEPT-MST            PIC X(20).

       FD  OPER-MST.
       01  OPR-REC.
           03  OPR-ID                  PIC X(10).
           03  OPR-NAME                PIC X(20).
           03  OPR-PASSWORD            PIC X(8).
           03  OPR-AUTH-LIST.
               05  OPR-AUTH-PGM        PIC X(20) OCCURS 5 TIMES.
           03  OPR-BRANCH              PIC X(2).

       FD  ASSIGN-IN.
           COPY DSB-SECT-ASSIGN.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-SAVE                     PIC X VALUE "Y".

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-MST-STATUS               PIC XX.
       01  WS-MJR-STATUS               PIC XX.
       01  WS-OPR-STATUS               PIC XX.
       01  WS-SA-STATUS                PIC XX.

       01  WS-RUN-MODE                 PIC X.

       01  WS-ID-OK-FLAG               PIC X VALUE "N".
           88  WS-ID-OK                      VALUE "Y".

       01  WS-REC-VALID-FLAG           PIC X VALUE "N".
           88  WS-REC-VALID                  VALUE "Y".

       01  WS-DEPT-FOUND-FLAG          PIC X VALUE "N".
           88  WS-DEPT-FOUND                 VALUE "Y".
       01  WS-OPR-FOUND-FLAG           PIC X VALUE "N".
           88  WS-OPR-FOUND                  VALUE "Y".
       01  WS-ASSIGNED-FLAG            PIC X VALUE "N".
           88  WS-ASSIGNED                   VALUE "Y".
       01  WS-SCAN-EOF-FLAG            PIC X VALUE "N".
           88  WS-SCAN-EOF                   VALUE "Y".

       01  WS-CONFIRM-DELETE           PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-INS-MAINT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

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

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD NEW INSTRUCTOR, (C)HANGE, OR (D)ELETE?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-INS-MAINT".
           03  LINE 01 COL 31  VALUE   "WATSAMATA UNIVERSITY".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 28  VALUE   "INSTRUCTOR MAINTENANCE".

       01  SCRN-ID.
           03  LINE 04 COL 06  VALUE   "INSTR ID".
           03  LINE 04 COL 16  PIC X(5)    TO  INS-ID  AUTO.

       01  SCRN-DUP-ID     LINE 05 COL 06
           VALUE "*** INSTRUCTOR ALREADY ON FILE - TRY AGAIN ***".

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** INSTRUCTOR NOT FOUND ON FILE ***".

       01  SCRN-INS-FIELDS.
           03  LINE 07 COL 11  VALUE   "LAST NAME".
           03  LINE 07 COL 27  PIC X(20)  USING  INS-LNAME.
           03  LINE 08 COL 11  VALUE   "FIRST NAME".
           03  LINE 08 COL 27  PIC X(20)  USING  INS-FNAME.
           03  LINE 09 COL 11  VALUE   "DEPARTMENT".
           03  LINE 09 COL 27  PIC X(20)  USING  INS-DEPT.
           03  LINE 10 COL 11  VALUE   "RANK".
           03  LINE 10 COL 27  PIC X(2)   USING  INS-RANK  AUTO.
           03  LINE 10 COL 31  VALUE   "(PR AO AI LE IN AJ)".
           03  LINE 11 COL 11  VALUE   "MAX LOAD CR".
           03  LINE 11 COL 27  PIC 99     USING  INS-MAX-LOAD  AUTO.
           03  LINE 12 COL 11  VALUE   "OPERATOR ID".
           03  LINE 12 COL 27  PIC X(10)  USING  INS-OPERATOR-ID.

       01  SCRN-BAD-NAME   LINE 15 COL 11
           VALUE "*** MISSING LAST NAME - RE-ENTER ***".

       01  SCRN-BAD-DEPT   LINE 15 COL 11
           VALUE "*** DEPARTMENT NOT ON THE MAJOR CODE FILE ***".

       01  SCRN-BAD-RANK   LINE 15 COL 11
           VALUE "*** RANK MUST BE PR AO AI LE IN OR AJ ***".

       01  SCRN-BAD-LOAD   LINE 15 COL 11
           VALUE "*** MAXIMUM LOAD MUST BE ABOVE ZERO ***".

       01  SCRN-BAD-OPER   LINE 15 COL 11
           VALUE "*** OPERATOR ID NOT ON THE OPERATOR MASTER ***".

       01  SCRN-STILL-ASSIGNED LINE 15 COL 11
           VALUE "*** STILL ASSIGNED TO A SECTION - NOT DELETED ***".

       01  SCRN-DELETE-CONFIRM.
           03  LINE 17 COL 11  VALUE   "DELETE THIS INSTRUCTOR? (Y/N)".
           03  LINE 17 COL 42  PIC X   TO  WS-CONFIRM-DELETE  AUTO.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03 SCRN-SAVED LINE 23 COL 34    VALUE
                                           "RECORD SAVED  ".
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "RECORD NOT SAVED".
           03 SCRN-DELETED LINE 23 COL 34  VALUE
                                           "RECORD DELETED".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ENTER ANOTHER? (Y/N)".

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
           PERFORM 110-OPEN-MASTER.
           OPEN INPUT MJR-MST-IN.
           OPEN INPUT OPER-MST.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "C"
               WHEN "c"
                   PERFORM 500-CHANGE-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 600-DELETE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           CLOSE MST-OUT.
           CLOSE MJR-MST-IN.
           CLOSE OPER-MST.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-MASTER.
           OPEN I-O MST-OUT.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT MST-OUT
               CLOSE MST-OUT
               OPEN I-O MST-OUT
           END-IF.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE "N" TO WS-ID-OK-FLAG.
           PERFORM 205-ENTER-ID UNTIL WS-ID-OK.
           MOVE SPACES TO INS-LNAME INS-FNAME INS-DEPT INS-RANK
               INS-OPERATOR-ID.
           MOVE ZERO TO INS-MAX-LOAD.
           DISPLAY SCRN-INS-FIELDS.
           ACCEPT SCRN-INS-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-INSTRUCTOR UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               WRITE INSTRUCTOR-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       205-ENTER-ID.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           INSPECT INS-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "Y" TO WS-ID-OK-FLAG.
           READ MST-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ID-OK-FLAG
                   DISPLAY SCRN-DUP-ID
           END-READ.
      *-----------------------------------------------------------------*
      *    ONE MESSAGE AT A TIME, FIRST PROBLEM FIRST, UNTIL THE
      *    RECORD IS CLEAN.
       230-VALIDATE-INSTRUCTOR.
           MOVE "Y" TO WS-REC-VALID-FLAG.
           INSPECT INS-RANK CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 240-FIND-DEPARTMENT THRU 240-EXIT.
           MOVE "Y" TO WS-OPR-FOUND-FLAG.
           IF INS-OPERATOR-ID NOT = SPACES
               MOVE INS-OPERATOR-ID TO OPR-ID
               READ OPER-MST
                   INVALID KEY
                       MOVE "N" TO WS-OPR-FOUND-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN INS-LNAME = SPACES
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-NAME
               WHEN NOT WS-DEPT-FOUND
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-DEPT
               WHEN NOT INS-RANK-VALID
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-RANK
               WHEN INS-MAX-LOAD = ZERO
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-LOAD
               WHEN NOT WS-OPR-FOUND
                   MOVE "N" TO WS-REC-VALID-FLAG
                   DISPLAY SCRN-BAD-OPER
           END-EVALUATE.
           IF NOT WS-REC-VALID
               DISPLAY SCRN-INS-FIELDS
               ACCEPT SCRN-INS-FIELDS
           END-IF.
      *-----------------------------------------------------------------*
      *    THE MAJOR-CODE MASTER IS KEYED BY MAJOR, NOT DEPARTMENT,
      *    SO THE DEPARTMENT IS FOUND BY WALKING IT.
       240-FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG.
           IF INS-DEPT = SPACES OR WS-MJR-STATUS = "35"
               GO TO 240-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE LOW-VALUES TO MJR-CD-MST.
           START MJR-MST-IN KEY NOT < MJR-CD-MST
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SCAN-EOF OR WS-DEPT-FOUND
               READ MJR-MST-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF MJR-DEPT-MST = INS-DEPT
                           MOVE "Y" TO WS-DEPT-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
       240-EXIT.
           EXIT.
      *-----------------------------------------------------------------*
       500-CHANGE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           INSPECT INS-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 510-CORRECT-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       510-CORRECT-RECORD.
           DISPLAY SCRN-INS-FIELDS.
           ACCEPT SCRN-INS-FIELDS.
           MOVE "N" TO WS-REC-VALID-FLAG.
           PERFORM 230-VALIDATE-INSTRUCTOR UNTIL WS-REC-VALID.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y"
               REWRITE INSTRUCTOR-REC
               ADD 1 TO WS-TRANS-CNTR
               DISPLAY SCRN-SAVED
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
      *-----------------------------------------------------------------*
       600-DELETE-LOOP.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-ID.
           ACCEPT SCRN-ID.
           INSPECT INS-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ MST-OUT
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 610-DELETE-RECORD
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       610-DELETE-RECORD.
           DISPLAY SCRN-INS-FIELDS.
           PERFORM 620-CHECK-ASSIGNED.
           IF WS-ASSIGNED
               DISPLAY SCRN-STILL-ASSIGNED
               DISPLAY SCRN-NOT-SAVED
           ELSE
               MOVE SPACE TO WS-CONFIRM-DELETE
               DISPLAY SCRN-DELETE-CONFIRM
               ACCEPT SCRN-DELETE-CONFIRM
               IF WS-CONFIRM-DELETE = "Y" OR "y"
                   DELETE MST-OUT RECORD
                   ADD 1 TO WS-TRANS-CNTR
                   DISPLAY SCRN-DELETED
               ELSE
                   DISPLAY SCRN-NOT-SAVED
               END-IF
           END-IF.
      *-----------------------------------------------------------------*
       620-CHECK-ASSIGNED.
           MOVE "N" TO WS-ASSIGNED-FLAG.
           OPEN INPUT ASSIGN-IN.
           IF WS-SA-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF OR WS-ASSIGNED
                   READ ASSIGN-IN NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF SA-INS-ID = INS-ID
                               MOVE "Y" TO WS-ASSIGNED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-IN
           END-IF.

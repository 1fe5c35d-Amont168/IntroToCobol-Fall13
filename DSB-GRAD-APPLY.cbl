      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-GRAD-APPLY
      *    PURPOSE: APPLY-TO-GRADUATE ENTRY. THE REGISTRAR KEYS A
      *        STUDENT, THE TERM THEY EXPECT TO FINISH, THE DEGREE
      *        SOUGHT AND THE NAME AS IT IS TO READ ON THE DIPLOMA
      *        (LEFT BLANK, IT IS BUILT FROM THE FIRST, MIDDLE AND
      *        LAST NAME ON THE MASTER). ONE ROW PER STUDENT AND TERM
      *        ON DSB-GRAD-APPS.TXT; RE-KEYING AN OPEN APPLICATION
      *        CORRECTS IT AND SENDS IT BACK TO APPLIED FOR THE NEXT
      *        DSB-GRAD-CLEAR PASS. A CONFERRED APPLICATION IS NOT
      *        TOUCHED, AND A WITHDRAWN STUDENT CANNOT APPLY.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-GRAD-APPLY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT GRAD-APP-FILE    ASSIGN "DSB-GRAD-APPS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS GA-KEY
                               FILE STATUS IS WS-GA-STATUS.

       SELECT STU-MST-IN       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IN
                               ALTERNATE RECORD KEY IS LNAME-IN
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  GRAD-APP-FILE.
           COPY DSB-GRAD-APP.

       FD  STU-MST-IN.
       01  REC-IN.
           03  ID-IN                   PIC X(5).
           03  FNAME-IN                PIC X(20).
           03  MNAME-IN                PIC X(20).
           03  LNAME-IN                PIC X(20).
           03  FILLER                  PIC X(134).
           03  GENDER-IN               PIC X.
           03  RES-IN                  PIC X.
           03  ACT-IN                  PIC X(2).
           03  MJR-CD-IN               PIC X(4).
           03  FILLER                  PIC X(16).
           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  DEGREE-IN               PIC X(4).
           03  DEGREE-DATE-IN          PIC 9(8).
           03  HONORS-IN               PIC X.
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-GA-STATUS                PIC XX.
       01  WS-STU-STATUS               PIC XX.

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-OK-FLAG                  PIC X VALUE "N".
           88  WS-OK                         VALUE "Y".

       01  WS-KEY-STU                  PIC X(5).
       01  WS-KEY-TERM                 PIC X(5).
       01  WS-KEY-DEGREE               PIC X(4).
       01  WS-KEY-DIPLOMA              PIC X(60).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-GRAD-APPLY".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-APPLY-CNTR               PIC 9(7) VALUE ZERO.

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
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT STU-MST-IN.
           IF WS-STU-STATUS = "35"
               DISPLAY "DSB-STU-TRANSACTIONS.TXT NOT FOUND - NO "
                   "STUDENTS TO APPLY"
               GOBACK
           END-IF.
           OPEN I-O GRAD-APP-FILE.
           IF WS-GA-STATUS = "35"
               OPEN OUTPUT GRAD-APP-FILE
               CLOSE GRAD-APP-FILE
               OPEN I-O GRAD-APP-FILE
           END-IF.
           PERFORM 200-APPLY-LOOP UNTIL WS-MORE.
           CLOSE GRAD-APP-FILE.
           CLOSE STU-MST-IN.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-APPLY-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       200-APPLY-LOOP.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING.
           ACCEPT WS-KEY-STU.
           PERFORM 210-CHECK-STUDENT.
           IF WS-OK
               DISPLAY "GRADUATION TERM (E.G. 2027S): "
                   WITH NO ADVANCING
               ACCEPT WS-KEY-TERM
               INSPECT WS-KEY-TERM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 220-FIND-APPLICATION
           END-IF.
           IF WS-OK
               PERFORM 230-KEY-DEGREE
           END-IF.
           IF WS-OK
               PERFORM 240-SAVE-APPLICATION
           END-IF.
           DISPLAY "ENTER ANOTHER? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MORE-FLAG.
           IF WS-MORE-FLAG = "n"
               MOVE "N" TO WS-MORE-FLAG
           END-IF.

      *-----------------------------------------------------------------*

       210-CHECK-STUDENT.
           MOVE "Y" TO WS-OK-FLAG.
           MOVE WS-KEY-STU TO ID-IN.
           READ STU-MST-IN
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE"
                   MOVE "N" TO WS-OK-FLAG
           END-READ.
           IF WS-OK
               DISPLAY "  " FNAME-IN " " LNAME-IN " MAJOR " MJR-CD-IN
               IF ACT-IN = "WD"
                   DISPLAY "STUDENT HAS WITHDRAWN - CANNOT APPLY"
                   MOVE "N" TO WS-OK-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    AN APPLICATION ALREADY ON FILE FOR THE TERM IS SHOWN AND
      *    RE-KEYED; A CONFERRED ONE IS HISTORY AND STAYS AS IT IS.

       220-FIND-APPLICATION.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-KEY-STU TO GA-STU-ID.
           MOVE WS-KEY-TERM TO GA-TERM.
           READ GRAD-APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND
               IF GA-CONFERRED
                   DISPLAY "DEGREE ALREADY CONFERRED FOR THIS TERM - "
                       "NOT CHANGED"
                   MOVE "N" TO WS-OK-FLAG
               ELSE
                   DISPLAY "APPLICATION ON FILE - DEGREE " GA-DEGREE
                       " STATUS " GA-STATUS
                   DISPLAY "  DIPLOMA NAME: " GA-DIPLOMA-NAME
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       230-KEY-DEGREE.
           DISPLAY "DEGREE SOUGHT (E.G. BS, BA, BBA): "
               WITH NO ADVANCING.
           ACCEPT WS-KEY-DEGREE.
           INSPECT WS-KEY-DEGREE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-KEY-DEGREE = SPACES
               DISPLAY "DEGREE IS REQUIRED - NOT SAVED"
               MOVE "N" TO WS-OK-FLAG
           ELSE
               DISPLAY "NAME ON DIPLOMA (BLANK = NAME ON FILE): "
                   WITH NO ADVANCING
               ACCEPT WS-KEY-DIPLOMA
               IF WS-KEY-DIPLOMA = SPACES
                   PERFORM 235-BUILD-DIPLOMA-NAME
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       235-BUILD-DIPLOMA-NAME.
           IF MNAME-IN = SPACES
               STRING FNAME-IN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LNAME-IN DELIMITED BY "  "
                   INTO WS-KEY-DIPLOMA
               END-STRING
           ELSE
               STRING FNAME-IN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   MNAME-IN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LNAME-IN DELIMITED BY "  "
                   INTO WS-KEY-DIPLOMA
               END-STRING
           END-IF.

      *-----------------------------------------------------------------*
      *    NEW OR CORRECTED, THE APPLICATION GOES (BACK) TO APPLIED
      *    WITH THE HOLD REASONS CLEARED - THE NEXT CLEARANCE RUN
      *    DECIDES IT AFRESH.

       240-SAVE-APPLICATION.
           IF NOT WS-FOUND
               MOVE WS-KEY-STU TO GA-STU-ID
               MOVE WS-KEY-TERM TO GA-TERM
               MOVE WS-RUN-DATE TO GA-APPLY-DATE
               MOVE ZERO TO GA-CONFER-DATE
           END-IF.
           MOVE WS-KEY-DEGREE TO GA-DEGREE.
           MOVE WS-KEY-DIPLOMA TO GA-DIPLOMA-NAME.
           MOVE "A" TO GA-STATUS.
           MOVE SPACES TO GA-HOLD-REASONS.
           MOVE ZERO TO GA-CLEAR-DATE.
           MOVE ZERO TO GA-CUM-GPA.
           MOVE SPACE TO GA-HONORS.
           MOVE WS-OPERATOR-ID TO GA-OPERATOR.
           IF WS-FOUND
               REWRITE GRAD-APP-REC
           ELSE
               WRITE GRAD-APP-REC
           END-IF.
           IF WS-GA-STATUS = "00"
               ADD 1 TO WS-APPLY-CNTR
               DISPLAY "APPLICATION SAVED"
           ELSE
               DISPLAY "APPLICATION NOT SAVED - STATUS " WS-GA-STATUS
           END-IF.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-CASE-REVIEW
      *    PURPOSE: INVESTIGATOR'S SCREEN FOR THE TRANSACTION
      *        MONITORING CASES (DSB-MON-CASE.TXT) OPENED BY
      *        DSB-TXN-MONITOR. EACH OPEN CASE IS SHOWN WITH THE
      *        CUSTOMER, THE RULES IT TRIPPED, ITS SCORE, AND THE
      *        DEPOSITS AND OUTFLOWS IN THE SCORING WINDOW. THE
      *        INVESTIGATOR KEYS UP TO THREE LINES OF NOTES AND
      *        CLOSES THE CASE AS (N)O ACTION OR (R)EPORT FILED, OR
      *        (K)EEPS IT OPEN WITH THE NOTES SAVED. A CLOSED CASE IS
      *        STAMPED WITH THE INVESTIGATOR'S OPERATOR ID AND THE
      *        PROCESSING DATE AND WRITTEN TO THE AUDIT TRAIL ONE LINE
      *        PER DISPOSITION, SO THE FILE ANSWERS WHAT WAS LOOKED
      *        AT, BY WHOM, AND WHAT WAS DONE ABOUT IT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-CASE-REVIEW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CASE-FILE        ASSIGN "DSB-MON-CASE.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CS-CASE-NUM
                               ALTERNATE RECORD KEY IS CS-CUST-KEY
                                   WITH DUPLICATES
                               FILE STATUS IS WS-CASE-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *    ONE ROW PER CASE - SEE DSB-TXN-MONITOR.
       FD  CASE-FILE.
       01  CASE-REC.
           03  CS-CASE-NUM             PIC 9(6).
           03  CS-CUST-KEY             PIC X(5).
           03  CS-CUST-NAME            PIC X(20).
           03  CS-OPEN-DATE            PIC 9(8).
           03  CS-SCORE                PIC 9(3).
           03  CS-RULES-HIT.
               05  CS-RULE-ID          PIC X(4) OCCURS 5 TIMES.
           03  CS-DEP-AMT              PIC 9(9)V99.
           03  CS-OUT-AMT              PIC 9(9)V99.
           03  CS-STATUS               PIC X.
               88  CS-IS-OPEN                      VALUE "O".
               88  CS-IS-NO-ACTION                 VALUE "N".
               88  CS-IS-REPORT-FILED              VALUE "R".
           03  CS-DISP-BY              PIC X(10).
           03  CS-DISP-DATE            PIC 9(8).
           03  CS-NOTES.
               05  CS-NOTE-LINE        PIC X(60) OCCURS 3 TIMES.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CASE-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CASE-EOF-FLAG            PIC X VALUE "N".
           88  WS-CASE-EOF                   VALUE "Y".
       01  WS-OPEN-CNT                 PIC 9(3) VALUE ZERO.
       01  WS-OPEN-IDX                 PIC 9(3).
       01  WS-OPEN-TABLE.
           03  WS-OPEN-CASE-NUM        PIC 9(6) OCCURS 200 TIMES.

       01  WS-ACTION                   PIC X.
       01  WS-RULES-DESC               PIC X(24).
       01  WS-NOTE-1                   PIC X(60).
       01  WS-NOTE-2                   PIC X(60).
       01  WS-NOTE-3                   PIC X(60).
       01  WS-OPEN-DATE                PIC 9(8).
       01  WS-OPEN-DATE-BRK REDEFINES WS-OPEN-DATE.
           03  WS-OD-YR                PIC 9(4).
           03  WS-OD-MNTH              PIC 9(2).
           03  WS-OD-DY                PIC 9(2).
       01  WS-CASE-MSG                 PIC X(50) VALUE SPACES.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CASE-REVIEW".
       01  WS-DECISION-LOG-NAME        PIC X(20).
       01  WS-DECISION-STATUS          PIC X(8).
       01  WS-ONE-DECISION             PIC 9(7) VALUE 1.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-DECIDED-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-NO-ACTION-CNTR           PIC 9(7) VALUE ZERO.
       01  WS-REPORTED-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-KEPT-CNTR                PIC 9(7) VALUE ZERO.

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
           03  LINE 01 COL 01  VALUE   "DSB-CASE-REVIEW".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 25  VALUE
               "TRANSACTION MONITORING CASE REVIEW".

       01  SCRN-CASE.
           03  LINE 04 COL 05  VALUE   "CASE NO".
           03  LINE 04 COL 20  PIC 9(6)   FROM  CS-CASE-NUM.
           03  LINE 04 COL 40  VALUE   "OPENED".
           03  LINE 04 COL 50  PIC 9(2)   FROM  WS-OD-MNTH.
           03  LINE 04 COL 52  VALUE   "/".
           03  LINE 04 COL 53  PIC 9(2)   FROM  WS-OD-DY.
           03  LINE 04 COL 55  VALUE   "/".
           03  LINE 04 COL 56  PIC 9(4)   FROM  WS-OD-YR.
           03  LINE 05 COL 05  VALUE   "CUSTOMER".
           03  LINE 05 COL 20  PIC X(5)   FROM  CS-CUST-KEY.
           03  LINE 05 COL 27  PIC X(20)  FROM  CS-CUST-NAME.
           03  LINE 06 COL 05  VALUE   "RULES TRIPPED".
           03  LINE 06 COL 20  PIC X(24)  FROM  WS-RULES-DESC.
           03  LINE 06 COL 50  VALUE   "SCORE".
           03  LINE 06 COL 57  PIC ZZ9    FROM  CS-SCORE.
           03  LINE 07 COL 05  VALUE   "DEPOSITS".
           03  LINE 07 COL 20  PIC ZZZ,ZZZ,ZZ9.99 FROM CS-DEP-AMT.
           03  LINE 08 COL 05  VALUE   "OUTFLOWS".
           03  LINE 08 COL 20  PIC ZZZ,ZZZ,ZZ9.99 FROM CS-OUT-AMT.
           03  LINE 10 COL 05  VALUE   "NOTES".
           03  LINE 11 COL 05  PIC X(60)  USING WS-NOTE-1.
           03  LINE 12 COL 05  PIC X(60)  USING WS-NOTE-2.
           03  LINE 13 COL 05  PIC X(60)  USING WS-NOTE-3.
           03  LINE 15 COL 05  VALUE
               "CLOSE (N)O ACTION, (R)EPORT FILED, OR (K)EEP OPEN?".
           03  LINE 15 COL 57  PIC X   TO  WS-ACTION  AUTO.

       01  SCRN-CASE-MSG.
           03  LINE 18 COL 05  PIC X(50)  FROM  WS-CASE-MSG.

       01  SCRN-EMPTY.
           03  BLANK SCREEN.
           03  LINE 12 COL 25  VALUE
               "NO OPEN MONITORING CASES TO WORK".

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
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               DISPLAY SCRN-EMPTY
           ELSE
               PERFORM 110-LOAD-OPEN-CASES
               IF WS-OPEN-CNT = ZERO
                   DISPLAY SCRN-EMPTY
               ELSE
                   PERFORM 200-WORK-CASE
                       VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > WS-OPEN-CNT
               END-IF
               CLOSE CASE-FILE
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-DECIDED-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           DISPLAY "CLOSED NO ACTION      = " WS-NO-ACTION-CNTR.
           DISPLAY "CLOSED REPORT FILED   = " WS-REPORTED-CNTR.
           DISPLAY "KEPT OPEN             = " WS-KEPT-CNTR.
           GOBACK.
      *-----------------------------------------------------------------*
      *    ONLY THE CASE NUMBERS ARE TABLED - EACH CASE IS RE-READ
      *    WHEN ITS TURN COMES SO THE SCREEN SHOWS IT AS IT STANDS.
       110-LOAD-OPEN-CASES.
           MOVE ZERO TO WS-OPEN-CNT.
           MOVE ZERO TO CS-CASE-NUM.
           START CASE-FILE KEY NOT < CS-CASE-NUM
               INVALID KEY MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START.
           IF NOT WS-CASE-EOF
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-CASE-EOF OR WS-OPEN-CNT >= 200
               IF CS-IS-OPEN
                   ADD 1 TO WS-OPEN-CNT
                   MOVE CS-CASE-NUM TO WS-OPEN-CASE-NUM(WS-OPEN-CNT)
               END-IF
               READ CASE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CASE-EOF-FLAG
               END-READ
           END-PERFORM.
           IF NOT WS-CASE-EOF
               DISPLAY "*** CASE TABLE FULL AT 200 - "
                   "RUN AGAIN FOR THE REST ***"
           END-IF.
      *-----------------------------------------------------------------*
       200-WORK-CASE.
           MOVE WS-OPEN-CASE-NUM(WS-OPEN-IDX) TO CS-CASE-NUM.
           READ CASE-FILE
               INVALID KEY
                   MOVE SPACE TO CS-STATUS
           END-READ.
           IF CS-IS-OPEN
               PERFORM 210-SHOW-CASE
           END-IF.
      *-----------------------------------------------------------------*
       210-SHOW-CASE.
           MOVE SPACES TO WS-RULES-DESC.
           STRING CS-RULE-ID(1) " " CS-RULE-ID(2) " "
               CS-RULE-ID(3) " " CS-RULE-ID(4) " "
               CS-RULE-ID(5) DELIMITED BY SIZE
               INTO WS-RULES-DESC
           END-STRING.
           MOVE CS-OPEN-DATE TO WS-OPEN-DATE.
           MOVE CS-NOTE-LINE(1) TO WS-NOTE-1.
           MOVE CS-NOTE-LINE(2) TO WS-NOTE-2.
           MOVE CS-NOTE-LINE(3) TO WS-NOTE-3.
           MOVE SPACE TO WS-ACTION.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-CASE-MSG.
           MOVE SPACES TO WS-CASE-MSG.
           PERFORM UNTIL WS-ACTION = "N" OR "n" OR "R" OR "r"
                   OR "K" OR "k"
               DISPLAY SCRN-CASE
               ACCEPT SCRN-CASE
           END-PERFORM.
           MOVE WS-NOTE-1 TO CS-NOTE-LINE(1).
           MOVE WS-NOTE-2 TO CS-NOTE-LINE(2).
           MOVE WS-NOTE-3 TO CS-NOTE-LINE(3).
           EVALUATE WS-ACTION
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO CS-STATUS
                   MOVE "NOACTION" TO WS-DECISION-STATUS
                   PERFORM 220-RECORD-DISPOSITION
                   ADD 1 TO WS-NO-ACTION-CNTR
                   MOVE "CLOSED - NO ACTION" TO WS-CASE-MSG
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO CS-STATUS
                   MOVE "REPORTED" TO WS-DECISION-STATUS
                   PERFORM 220-RECORD-DISPOSITION
                   ADD 1 TO WS-REPORTED-CNTR
                   MOVE "CLOSED - REPORT FILED" TO WS-CASE-MSG
               WHEN OTHER
                   REWRITE CASE-REC
                       INVALID KEY
                           DISPLAY "*** CASE REWRITE FAILED ***"
                   END-REWRITE
                   ADD 1 TO WS-KEPT-CNTR
                   MOVE "KEPT OPEN - NOTES SAVED" TO WS-CASE-MSG
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    THE AUDIT LINE NAMES THE DISPOSITION AND THE CASE IN THE
      *    PROGRAM FIELD SO THE TRAIL READS "WHO CLOSED WHICH CASE,
      *    HOW, AND WHEN" WITHOUT GOING BACK TO THE CASE FILE.
       220-RECORD-DISPOSITION.
           MOVE WS-OPERATOR-ID TO CS-DISP-BY.
           MOVE WS-RUN-DATE TO CS-DISP-DATE.
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "*** CASE REWRITE FAILED ***"
           END-REWRITE.
           ADD 1 TO WS-DECIDED-CNTR.
           MOVE SPACES TO WS-DECISION-LOG-NAME.
           STRING "MON CASE " DELIMITED BY SIZE
               CS-CASE-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-STATUS DELIMITED BY SIZE
               INTO WS-DECISION-LOG-NAME
           END-STRING.
           CALL "DSB-AUDIT-LOG" USING WS-DECISION-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-DECISION
               WS-DECISION-STATUS.

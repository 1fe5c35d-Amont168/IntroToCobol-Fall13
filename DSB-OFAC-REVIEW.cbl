      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-OFAC-REVIEW
      *    PURPOSE: COMPLIANCE OFFICER'S REVIEW SCREEN FOR THE
      *        SANCTIONS HIT QUEUE (DSB-OFAC-REVIEW.TXT) BUILT BY
      *        DSB-OFAC-SCREEN, DSB-CUST-MAINT, AND DSB-BANK-TRANS-EDIT.
      *        EACH PENDING HIT IS SHOWN WITH THE NAME SCREENED, THE
      *        LISTED NAME, AND THE MATCH SCORE, AND THE OFFICER
      *        (C)LEARS IT AS A FALSE MATCH, CON(F)IRMS IT AS A TRUE
      *        MATCH, OR (K)EEPS IT PENDING. THE DECISION IS STAMPED
      *        ON THE QUEUE ROW WITH THE OFFICER'S OPERATOR ID AND
      *        WRITTEN TO THE AUDIT TRAIL ONE LINE PER DECISION.
      *    WHILE ANY HIT ON A CUSTOMER IS PENDING OR CONFIRMED THE
      *        EDIT HOLDS THAT CUSTOMER'S TRANSACTIONS ON
      *        DSB-OFAC-HELD.TXT. WHEN THE LAST OPEN HIT IS CLEARED
      *        THE HELD TRANSACTIONS ARE RELEASED THROUGH
      *        MT-TRANS-RELEASED.TXT INTO THE NEXT EDIT RUN. A
      *        CONFIRMED HIT KEEPS THE CUSTOMER FROZEN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-OFAC-REVIEW.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OFAC-REVIEW      ASSIGN "DSB-OFAC-REVIEW.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RV-KEY
                               ALTERNATE RECORD KEY IS RV-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REV-STATUS.

       SELECT HELD-FILE        ASSIGN "DSB-OFAC-HELD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HELD-STATUS.

       SELECT HELD-TEMP        ASSIGN "DSB-OFAC-HELD.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELEASED-OUT     ASSIGN "MT-TRANS-RELEASED.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-REL-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *    ONE ROW PER NAME/LIST-ENTRY PAIR - SEE DSB-OFAC-SCREEN.
       FD  OFAC-REVIEW.
       01  REVIEW-REC.
           03  RV-KEY.
               05  RV-SUBJ-TYPE        PIC X.
                   88  RV-IS-CUSTOMER              VALUE "C".
                   88  RV-IS-ACCOUNT               VALUE "A".
                   88  RV-IS-COUNTERPARTY          VALUE "X".
               05  RV-SUBJ-ID          PIC X(5).
               05  RV-LIST-ID          PIC X(6).
           03  RV-CUST-NUM             PIC X(5).
           03  RV-SUBJ-NAME            PIC X(40).
           03  RV-LIST-NAME            PIC X(40).
           03  RV-SCORE                PIC 9(3).
           03  RV-STATUS               PIC X.
               88  RV-IS-PENDING                   VALUE "P".
               88  RV-IS-CLEARED                   VALUE "C".
               88  RV-IS-CONFIRMED                 VALUE "F".
           03  RV-FOUND-DATE           PIC 9(8).
           03  RV-FOUND-BY             PIC X(20).
           03  RV-DECIDED-BY           PIC X(10).
           03  RV-DECIDED-DATE         PIC 9(8).

      *    A HELD TRANSACTION CARRIES THE FREEZE IT IS WAITING ON -
      *    "C" AND THE CUSTOMER NUMBER, OR "A" AND THE ACCOUNT WHEN
      *    THE HIT ACCOUNT HAS NO CUSTOMER LINK.
       FD  HELD-FILE.
       01  HELD-REC.
           03  HD-FREEZE-KEY           PIC X(6).
           03  HD-TRX                  PIC X(48).

       FD  HELD-TEMP.
       01  HELD-TEMP-REC               PIC X(54).

       FD  RELEASED-OUT.
       01  RELEASED-REC                PIC X(48).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-REV-STATUS               PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-REV-EOF-FLAG             PIC X VALUE "N".
           88  WS-REV-EOF                    VALUE "Y".
       01  WS-PEND-CNT                 PIC 9(3) VALUE ZERO.
       01  WS-PEND-IDX                 PIC 9(3).
       01  WS-PEND-TABLE.
           03  WS-PEND-KEY             PIC X(12) OCCURS 200 TIMES.

       01  WS-ACTION                   PIC X.
       01  WS-SUBJ-DESC                PIC X(22).
       01  WS-FOUND-DATE               PIC 9(8).
       01  WS-FOUND-DATE-BRK REDEFINES WS-FOUND-DATE.
           03  WS-FD-YR                PIC 9(4).
           03  WS-FD-MNTH              PIC 9(2).
           03  WS-FD-DY                PIC 9(2).
       01  WS-REV-MSG                  PIC X(50) VALUE SPACES.

      *    THE FREEZE A CLEARED HIT BELONGED TO, AND WHETHER ANY
      *    OTHER OPEN HIT STILL HOLDS IT.
       01  WS-HOLD-KEY                 PIC X(12).
       01  WS-FREEZE-KEY.
           03  WS-FZ-TYPE              PIC X.
           03  WS-FZ-ID                PIC X(5).
       01  WS-ROW-FREEZE-KEY.
           03  WS-RF-TYPE              PIC X.
           03  WS-RF-ID                PIC X(5).
       01  WS-FZ-CUST                  PIC X(5).
       01  WS-STILL-FROZEN-FLAG        PIC X.
           88  WS-STILL-FROZEN               VALUE "Y".
       01  WS-SCAN-EOF-FLAG            PIC X.
           88  WS-SCAN-EOF                   VALUE "Y".
       01  WS-RELEASED-NOW             PIC 9(5).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-OFAC-REVIEW".
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
       01  WS-CLEAR-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-CONFIRM-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-RELEASE-CNTR             PIC 9(7) VALUE ZERO.

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
           03  LINE 01 COL 01  VALUE   "DSB-OFAC-REVIEW".
           03  LINE 01 COL 30  VALUE   "DSB SAVINGS BANK".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 27  VALUE
               "SANCTIONS SCREENING HIT REVIEW".

       01  SCRN-HIT.
           03  LINE 05 COL 11  VALUE   "SUBJECT".
           03  LINE 05 COL 26  PIC X(22)  FROM  WS-SUBJ-DESC.
           03  LINE 06 COL 11  VALUE   "ACCT/CUST NO".
           03  LINE 06 COL 26  PIC X(5)   FROM  RV-SUBJ-ID.
           03  LINE 07 COL 11  VALUE   "FROZEN CUST".
           03  LINE 07 COL 26  PIC X(5)   FROM  RV-CUST-NUM.
           03  LINE 08 COL 11  VALUE   "NAME SCREENED".
           03  LINE 08 COL 26  PIC X(40)  FROM  RV-SUBJ-NAME.
           03  LINE 09 COL 11  VALUE   "LISTED NAME".
           03  LINE 09 COL 26  PIC X(40)  FROM  RV-LIST-NAME.
           03  LINE 10 COL 11  VALUE   "LIST ENTRY".
           03  LINE 10 COL 26  PIC X(6)   FROM  RV-LIST-ID.
           03  LINE 11 COL 11  VALUE   "MATCH SCORE".
           03  LINE 11 COL 26  PIC ZZ9    FROM  RV-SCORE.
           03  LINE 12 COL 11  VALUE   "FOUND".
           03  LINE 12 COL 26  PIC 9(2)   FROM  WS-FD-MNTH.
           03  LINE 12 COL 28  VALUE   "/".
           03  LINE 12 COL 29  PIC 9(2)   FROM  WS-FD-DY.
           03  LINE 12 COL 31  VALUE   "/".
           03  LINE 12 COL 32  PIC 9(4)   FROM  WS-FD-YR.
           03  LINE 12 COL 38  VALUE   "BY".
           03  LINE 12 COL 41  PIC X(20)  FROM  RV-FOUND-BY.
           03  LINE 14 COL 11  VALUE
               "(C)LEAR AS FALSE MATCH, CON(F)IRM, OR (K)EEP PENDING?".
           03  LINE 14 COL 66  PIC X   TO  WS-ACTION  AUTO.

       01  SCRN-REV-MSG.
           03  LINE 18 COL 11  PIC X(50)  FROM  WS-REV-MSG.

       01  SCRN-EMPTY.
           03  BLANK SCREEN.
           03  LINE 12 COL 25  VALUE
               "NO PENDING SANCTIONS HITS TO REVIEW".

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
           OPEN I-O OFAC-REVIEW.
           IF WS-REV-STATUS = "35"
               DISPLAY SCRN-EMPTY
           ELSE
               PERFORM 110-LOAD-PENDING
               IF WS-PEND-CNT = ZERO
                   DISPLAY SCRN-EMPTY
               ELSE
                   PERFORM 200-REVIEW-HIT
                       VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-CNT
               END-IF
               CLOSE OFAC-REVIEW
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-DECIDED-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           DISPLAY "HITS CLEARED          = " WS-CLEAR-CNTR.
           DISPLAY "HITS CONFIRMED        = " WS-CONFIRM-CNTR.
           DISPLAY "HELD ITEMS RELEASED   = " WS-RELEASE-CNTR.
           GOBACK.
      *-----------------------------------------------------------------*
      *    ONLY THE KEYS ARE TABLED - EACH HIT IS RE-READ WHEN ITS TURN
      *    COMES SO THE SCREEN ALWAYS SHOWS THE ROW AS IT STANDS.
       110-LOAD-PENDING.
           MOVE ZERO TO WS-PEND-CNT.
           MOVE LOW-VALUES TO RV-KEY.
           START OFAC-REVIEW KEY NOT < RV-KEY
               INVALID KEY MOVE "Y" TO WS-REV-EOF-FLAG
           END-START.
           IF NOT WS-REV-EOF
               READ OFAC-REVIEW NEXT RECORD
                   AT END MOVE "Y" TO WS-REV-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-REV-EOF OR WS-PEND-CNT >= 200
               IF RV-IS-PENDING
                   ADD 1 TO WS-PEND-CNT
                   MOVE RV-KEY TO WS-PEND-KEY(WS-PEND-CNT)
               END-IF
               READ OFAC-REVIEW NEXT RECORD
                   AT END MOVE "Y" TO WS-REV-EOF-FLAG
               END-READ
           END-PERFORM.
           IF NOT WS-REV-EOF
               DISPLAY "*** REVIEW TABLE FULL AT 200 - "
                   "RUN AGAIN FOR THE REST ***"
           END-IF.
      *-----------------------------------------------------------------*
       200-REVIEW-HIT.
           MOVE WS-PEND-KEY(WS-PEND-IDX) TO RV-KEY.
           READ OFAC-REVIEW
               INVALID KEY
                   MOVE SPACE TO RV-STATUS
           END-READ.
           IF RV-IS-PENDING
               PERFORM 210-SHOW-HIT
           END-IF.
      *-----------------------------------------------------------------*
       210-SHOW-HIT.
           EVALUATE TRUE
               WHEN RV-IS-CUSTOMER
                   MOVE "CUSTOMER" TO WS-SUBJ-DESC
               WHEN RV-IS-ACCOUNT
                   MOVE "NAME ON ACCOUNT" TO WS-SUBJ-DESC
               WHEN OTHER
                   MOVE "TRANSFER COUNTERPARTY" TO WS-SUBJ-DESC
           END-EVALUATE.
           MOVE RV-FOUND-DATE TO WS-FOUND-DATE.
           MOVE SPACE TO WS-ACTION.
           DISPLAY SCRN-TITLE.
           DISPLAY SCRN-REV-MSG.
           MOVE SPACES TO WS-REV-MSG.
           PERFORM UNTIL WS-ACTION = "C" OR "c" OR "F" OR "f"
                   OR "K" OR "k"
               DISPLAY SCRN-HIT
               ACCEPT SCRN-HIT
           END-PERFORM.
           EVALUATE WS-ACTION
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO RV-STATUS
                   MOVE "CLEARED" TO WS-DECISION-STATUS
                   PERFORM 220-RECORD-DECISION
                   ADD 1 TO WS-CLEAR-CNTR
                   PERFORM 230-CHECK-STILL-FROZEN
                   IF WS-STILL-FROZEN
                       MOVE "CLEARED - OTHER HITS STILL HOLD CUSTOMER"
                           TO WS-REV-MSG
                   ELSE
                       PERFORM 240-RELEASE-HELD
                   END-IF
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO RV-STATUS
                   MOVE "CONFIRMD" TO WS-DECISION-STATUS
                   PERFORM 220-RECORD-DECISION
                   ADD 1 TO WS-CONFIRM-CNTR
                   MOVE "CONFIRMED - CUSTOMER STAYS FROZEN"
                       TO WS-REV-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------*
      *    THE AUDIT LINE NAMES THE DECISION AND THE SUBJECT IN THE
      *    PROGRAM FIELD SO THE TRAIL READS "WHO CLEARED WHOM, WHEN"
      *    WITHOUT GOING BACK TO THE QUEUE.
       220-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO RV-DECIDED-BY.
           MOVE WS-RUN-DATE TO RV-DECIDED-DATE.
           REWRITE REVIEW-REC
               INVALID KEY
                   DISPLAY "*** REVIEW ROW REWRITE FAILED ***"
           END-REWRITE.
           ADD 1 TO WS-DECIDED-CNTR.
           MOVE SPACES TO WS-DECISION-LOG-NAME.
           IF RV-IS-CLEARED
               STRING "OFAC CLEAR " DELIMITED BY SIZE
                   RV-SUBJ-TYPE DELIMITED BY SIZE
                   RV-SUBJ-ID DELIMITED BY SIZE
                   INTO WS-DECISION-LOG-NAME
               END-STRING
           ELSE
               STRING "OFAC CONFIRM " DELIMITED BY SIZE
                   RV-SUBJ-TYPE DELIMITED BY SIZE
                   RV-SUBJ-ID DELIMITED BY SIZE
                   INTO WS-DECISION-LOG-NAME
               END-STRING
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-DECISION-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-DECISION
               WS-DECISION-STATUS.
      *-----------------------------------------------------------------*
      *    A CUSTOMER CAN SIT ON SEVERAL HITS (CUSTOMER NAME, ACCOUNT
      *    NAME, TRANSFER COUNTERPARTY, MORE THAN ONE LIST ENTRY).
      *    POSTING ONLY THAWS WHEN NONE IS LEFT PENDING OR CONFIRMED.
       230-CHECK-STILL-FROZEN.
           MOVE RV-KEY TO WS-HOLD-KEY.
           MOVE RV-CUST-NUM TO WS-FZ-CUST.
           PERFORM 235-ROW-FREEZE-KEY.
           MOVE WS-ROW-FREEZE-KEY TO WS-FREEZE-KEY.
           MOVE "N" TO WS-STILL-FROZEN-FLAG.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           START OFAC-REVIEW KEY = RV-CUST-NUM
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START.
           IF NOT WS-SCAN-EOF
               READ OFAC-REVIEW NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF OR WS-STILL-FROZEN
                   OR RV-CUST-NUM NOT = WS-FZ-CUST
               PERFORM 235-ROW-FREEZE-KEY
               IF WS-ROW-FREEZE-KEY = WS-FREEZE-KEY AND
                   (RV-IS-PENDING OR RV-IS-CONFIRMED)
                   MOVE "Y" TO WS-STILL-FROZEN-FLAG
               END-IF
               READ OFAC-REVIEW NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF-FLAG
               END-READ
           END-PERFORM.
           MOVE WS-HOLD-KEY TO RV-KEY.
      *-----------------------------------------------------------------*
       235-ROW-FREEZE-KEY.
           IF RV-CUST-NUM NOT = SPACES
               MOVE "C" TO WS-RF-TYPE
               MOVE RV-CUST-NUM TO WS-RF-ID
           ELSE
               MOVE "A" TO WS-RF-TYPE
               MOVE RV-SUBJ-ID TO WS-RF-ID
           END-IF.
      *-----------------------------------------------------------------*
      *    THE HELD FILE IS SPLIT - THIS FREEZE'S TRANSACTIONS GO TO
      *    THE RELEASED FILE FOR THE NEXT EDIT RUN, EVERYTHING ELSE
      *    IS COPIED FORWARD THROUGH A TEMP FILE AND BACK.
       240-RELEASE-HELD.
           MOVE ZERO TO WS-RELEASED-NOW.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS = "35"
               MOVE "CLEARED - NO HELD TRANSACTIONS" TO WS-REV-MSG
           ELSE
               OPEN OUTPUT HELD-TEMP
               OPEN EXTEND RELEASED-OUT
               IF WS-REL-STATUS = "35"
                   OPEN OUTPUT RELEASED-OUT
                   CLOSE RELEASED-OUT
                   OPEN EXTEND RELEASED-OUT
               END-IF
               READ HELD-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF HD-FREEZE-KEY = WS-FREEZE-KEY
                       WRITE RELEASED-REC FROM HD-TRX
                       ADD 1 TO WS-RELEASED-NOW
                   ELSE
                       WRITE HELD-TEMP-REC FROM HELD-REC
                   END-IF
                   READ HELD-FILE AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               CLOSE HELD-TEMP
               CLOSE RELEASED-OUT
               PERFORM 250-COPY-TEMP-BACK
               ADD WS-RELEASED-NOW TO WS-RELEASE-CNTR
               MOVE SPACES TO WS-REV-MSG
               STRING "CLEARED - " DELIMITED BY SIZE
                   WS-RELEASED-NOW DELIMITED BY SIZE
                   " HELD ITEMS RELEASED TO NEXT EDIT"
                       DELIMITED BY SIZE
                   INTO WS-REV-MSG
               END-STRING
           END-IF.
      *-----------------------------------------------------------------*
       250-COPY-TEMP-BACK.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT HELD-TEMP.
           OPEN OUTPUT HELD-FILE.
           READ HELD-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE HELD-REC FROM HELD-TEMP-REC
               READ HELD-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE HELD-TEMP.
           CLOSE HELD-FILE.

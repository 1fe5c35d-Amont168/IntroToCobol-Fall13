      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-OFAC-SCREEN
      *    PURPOSE: NIGHTLY SANCTIONS (OFAC) SCREENING STEP. WHEN THE
      *        COMPLIANCE OFFICE DROPS A NEW WATCH LIST ON
      *        DSB-OFAC-NEW.TXT (LIST ENTRY ID, NAME, SANCTIONS
      *        PROGRAM) IT REPLACES DSB-OFAC-LIST.TXT AND THE NEW FILE
      *        IS EMPTIED. EVERY RUN THEN SCREENS THE WHOLE CUSTOMER
      *        MASTER (MT-CUST-MST.TXT) AND THE NAME ON EVERY ACCOUNT
      *        NOT CLOSED ON THE BANK MASTER THROUGH DSB-OFAC-MATCH, SO
      *        A NEWLY LOADED LIST IS ALWAYS FOLLOWED BY A FULL
      *        RESCREEN AND ACCOUNTS OPENED SINCE THE LAST RUN ARE
      *        PICKED UP.
      *    EACH POSSIBLE HIT NOT ALREADY ON THE REVIEW QUEUE
      *        (DSB-OFAC-REVIEW.TXT) IS QUEUED PENDING AND LISTED ON
      *        MT-OFAC-HITS.TXT. A PENDING OR CONFIRMED HIT FREEZES
      *        POSTING FOR THAT CUSTOMER IN DSB-BANK-TRANS-EDIT UNTIL
      *        THE COMPLIANCE OFFICER CLEARS IT IN DSB-OFAC-REVIEW. A
      *        HIT ALREADY CLEARED FOR THE SAME NAME AND LIST ENTRY IS
      *        NOT RAISED AGAIN.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-OFAC-SCREEN.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RUN-PARMS-IN     ASSIGN "DSB-RUN-PARMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARMS-STATUS.

       SELECT OFAC-NEW-IN      ASSIGN "DSB-OFAC-NEW.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-NEW-STATUS.

       SELECT OFAC-LIST-OUT    ASSIGN "DSB-OFAC-LIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LIST-STATUS.

       SELECT CUST-MST-IN      ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT MST-IN           ASSIGN "MT-MST-CURRENT-2.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-NUM-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT OFAC-REVIEW      ASSIGN "DSB-OFAC-REVIEW.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RV-KEY
                               ALTERNATE RECORD KEY IS RV-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REV-STATUS.

       SELECT RPT-OUT          ASSIGN "MT-OFAC-HITS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RUN-PARMS-IN.
       01  RUN-PARMS-REC.
           03  RP-OPERATOR-ID          PIC X(10).
           03  RP-PASSWORD             PIC X(8).

       FD  OFAC-NEW-IN.
       01  OFAC-NEW-REC                PIC X(56).

       FD  OFAC-LIST-OUT.
       01  OFAC-LIST-REC.
           03  OL-LIST-ID              PIC X(6).
           03  OL-NAME                 PIC X(40).
           03  OL-PROGRAM              PIC X(10).

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  MST-IN.
       01  REC-IN.
           03  ACC-NUM-IN              PIC X(5).
           03  FNAME-IN                PIC X(10).
           03  LNAME-IN                PIC X(10).
           03  LST-TRN-YR-IN           PIC 9(4).
           03  LST-TRN-MNTH-IN         PIC 9(2).
           03  LST-TRN-DY-IN           PIC 9(2).
           03  LST-TRN-AMNT-IN         PIC 9(6)V99.
           03  ACC-BLNC-IN             PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-STATUS-IN           PIC X.
               88  ACC-CLOSED-IN                   VALUE "C".
           03  ACC-TYPE-IN             PIC X.
           03  CUST-NUM-IN             PIC X(5).
           03  ACC-LINKED-IN           PIC X(5).
           03  CD-TERM-IN              PIC 9(3).
           03  CD-OPEN-DATE-IN         PIC 9(8).
           03  CD-MAT-DATE-IN          PIC 9(8).
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

      *    ONE ROW PER NAME/LIST-ENTRY PAIR. THE SUBJECT IS A CUSTOMER
      *    ("C"), THE NAME ON AN ACCOUNT ("A"), OR A TRANSFER
      *    COUNTERPARTY ACCOUNT ("X"); THE CUSTOMER NUMBER IS WHOSE
      *    POSTING THE HIT FREEZES, OR BLANK WHEN THE ACCOUNT HAS NO
      *    CUSTOMER LINK AND ONLY THAT ACCOUNT FREEZES.
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

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PARMS-STATUS             PIC XX.
       01  WS-NEW-STATUS               PIC XX.
       01  WS-LIST-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-REV-STATUS               PIC XX.
       01  WS-UNATTENDED-FLAG          PIC X VALUE "N".
           88  WS-UNATTENDED                 VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-NEW-EOF-FLAG             PIC X VALUE "N".
           88  WS-NEW-EOF                    VALUE "Y".
       01  WS-NEW-LOADED-FLAG          PIC X VALUE "N".
           88  WS-NEW-LIST-LOADED            VALUE "Y".
       01  WS-NEW-CNT                  PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

      *    ONE NAME GOING THROUGH THE MATCHER AND WHAT IT FREEZES.
       01  WS-SUBJ-TYPE                PIC X.
       01  WS-SUBJ-ID                  PIC X(5).
       01  WS-SUBJ-CUST                PIC X(5).
       01  WS-HIT-IDX                  PIC 9.

       01  WS-OM-FUNCTION              PIC X VALUE "S".
       01  WS-OM-NAME                  PIC X(40).
       01  WS-OM-RESULT.
           03  WS-OM-LIST-CNT          PIC 9(4).
           03  WS-OM-HIT-CNT           PIC 9.
           03  WS-OM-HIT OCCURS 5 TIMES.
               05  WS-OM-LIST-ID       PIC X(6).
               05  WS-OM-LIST-NAME     PIC X(40).
               05  WS-OM-SCORE         PIC 9(3).

       01  WS-HIT-ROW.
           03  HR-TYPE                 PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  HR-SUBJ-ID              PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  HR-CUST-NUM             PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  HR-SUBJ-NAME            PIC X(25).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  HR-LIST-ID              PIC X(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  HR-SCORE                PIC ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  HR-LIST-NAME            PIC X(30).

       01  WS-COL-HDR-ROW.
           03  FILLER                  PIC X(9)  VALUE "SUBJECT".
           03  FILLER                  PIC X(7)  VALUE "ID".
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(27) VALUE "NAME SCREENED".
           03  FILLER                  PIC X(8)  VALUE "LIST ID".
           03  FILLER                  PIC X(5)  VALUE "SCORE".
           03  FILLER                  PIC X(13) VALUE "  LISTED NAME".

       01  WS-TOTAL-ROW.
           03  TOT-LABEL               PIC X(30).
           03  TOT-CNT                 PIC ZZZZZZ9.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-OFAC-SCREEN".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-SCREENED-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-CUST-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-ACCT-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-CLEAN-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-HIT-NAME-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-KNOWN-CNTR               PIC 9(7) VALUE ZERO.

       01  WS-CT-DETAIL-COUNT          PIC 9    VALUE 3.
       01  WS-CT-LABEL-1               PIC X(25)
                                       VALUE "NAMES SCREENED CLEAR".
       01  WS-CT-VALUE-1               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-2               PIC X(25)
                                       VALUE "NAMES WITH POSSIBLE HITS".
       01  WS-CT-VALUE-2               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LABEL-3               PIC X(25)
                                       VALUE "NEW HITS QUEUED".
       01  WS-CT-VALUE-3               PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-EXPECTED-LABEL        PIC X(25)
                                       VALUE "NAMES SCREENED".
       01  WS-CT-EXPECTED-VALUE        PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ACTUAL-LABEL          PIC X(25)
                                       VALUE "CLEAR + POSSIBLE HITS".
       01  WS-CT-ACTUAL-VALUE          PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-BALANCE-FLAG      PIC X.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           PERFORM 102-READ-RUN-PARMS.
           IF NOT WS-UNATTENDED
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
               ACCEPT WS-PASSWORD
           END-IF.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-LOAD-NEW-LIST.
           MOVE "R" TO WS-OM-FUNCTION.
           MOVE SPACES TO WS-OM-NAME.
           CALL "DSB-OFAC-MATCH" USING WS-OM-FUNCTION WS-OM-NAME
               WS-OM-RESULT.
           MOVE "S" TO WS-OM-FUNCTION.
           IF WS-OM-LIST-CNT = ZERO
               DISPLAY "*** NO WATCH LIST ON DSB-OFAC-LIST.TXT - "
                   "NOTHING SCREENED ***"
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-STEP-RC
           ELSE
               OPEN I-O OFAC-REVIEW
               IF WS-REV-STATUS = "35"
                   OPEN OUTPUT OFAC-REVIEW
                   CLOSE OFAC-REVIEW
                   OPEN I-O OFAC-REVIEW
               END-IF
               OPEN OUTPUT RPT-OUT
               PERFORM 120-PRINT-HITS-HEADER
               PERFORM 200-SCREEN-CUSTOMERS
               PERFORM 250-SCREEN-ACCOUNTS
               PERFORM 280-PRINT-TOTALS
               WRITE RPT-REC FROM WS-RPT-FOOTER-LINE
               CLOSE RPT-OUT
               CLOSE OFAC-REVIEW
           END-IF.
           MOVE WS-CLEAN-CNTR TO WS-CT-VALUE-1.
           MOVE WS-HIT-NAME-CNTR TO WS-CT-VALUE-2.
           MOVE WS-QUEUED-CNTR TO WS-CT-VALUE-3.
           MOVE WS-SCREENED-CNTR TO WS-CT-EXPECTED-VALUE.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-CLEAN-CNTR + WS-HIT-NAME-CNTR.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WS-CT-LABEL-2 WS-CT-VALUE-2
               WS-CT-LABEL-3 WS-CT-VALUE-3
               WS-CT-EXPECTED-LABEL WS-CT-EXPECTED-VALUE
               WS-CT-ACTUAL-LABEL WS-CT-ACTUAL-VALUE
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           DISPLAY "WATCH-LIST ENTRIES   = " WS-OM-LIST-CNT.
           DISPLAY "CUSTOMERS SCREENED   = " WS-CUST-CNTR.
           DISPLAY "ACCOUNTS SCREENED    = " WS-ACCT-CNTR.
           DISPLAY "NEW HITS QUEUED      = " WS-QUEUED-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-SCREENED-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
      *    WITH A PARAMETER FILE ON HAND THE NIGHTLY STREAM RUNS
      *    START TO FINISH WITHOUT A HUMAN AT THE KEYBOARD - THE
      *    CONSOLE PROMPTS REMAIN ONLY FOR INTERACTIVE RUNS.

       102-READ-RUN-PARMS.
           OPEN INPUT RUN-PARMS-IN.
           IF WS-PARMS-STATUS = "00"
               READ RUN-PARMS-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-UNATTENDED-FLAG
                       MOVE RP-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE RP-PASSWORD TO WS-PASSWORD
               END-READ
               CLOSE RUN-PARMS-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    A NEW LIST REPLACES THE OLD ONE WHOLE - THE GOVERNMENT
      *    PUBLISHES THE FULL LIST, NOT CHANGES. AN EMPTY NEW FILE
      *    LEAVES THE CURRENT LIST IN FORCE.

       110-LOAD-NEW-LIST.
           OPEN INPUT OFAC-NEW-IN.
           IF WS-NEW-STATUS NOT = "35"
               READ OFAC-NEW-IN AT END MOVE "Y" TO WS-NEW-EOF-FLAG
               END-READ
               IF NOT WS-NEW-EOF
                   MOVE "Y" TO WS-NEW-LOADED-FLAG
                   OPEN OUTPUT OFAC-LIST-OUT
                   PERFORM UNTIL WS-NEW-EOF
                       WRITE OFAC-LIST-REC FROM OFAC-NEW-REC
                       ADD 1 TO WS-NEW-CNT
                       READ OFAC-NEW-IN
                           AT END MOVE "Y" TO WS-NEW-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE OFAC-LIST-OUT
               END-IF
               CLOSE OFAC-NEW-IN
               IF WS-NEW-LIST-LOADED
                   OPEN OUTPUT OFAC-NEW-IN
                   CLOSE OFAC-NEW-IN
                   DISPLAY "NEW WATCH LIST LOADED - " WS-NEW-CNT
                       " ENTRIES - FULL RESCREEN FOLLOWS"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-HITS-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "SANCTIONS SCREENING - NEW POSSIBLE HITS" TO RPT-REC.
           WRITE RPT-REC.
           IF WS-NEW-LIST-LOADED
               MOVE "NEW WATCH LIST LOADED THIS RUN - FULL RESCREEN"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-ROW.

      *-----------------------------------------------------------------*

       200-SCREEN-CUSTOMERS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CUST-MST-IN.
           IF WS-CUST-STATUS = "35"
               DISPLAY "MT-CUST-MST.TXT NOT FOUND - NO CUSTOMERS "
                   "SCREENED"
           ELSE
               MOVE LOW-VALUES TO CUST-NUM-MST
               START CUST-MST-IN KEY NOT < CUST-NUM-MST
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ CUST-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-CUST-CNTR
                   MOVE "C" TO WS-SUBJ-TYPE
                   MOVE CUST-NUM-MST TO WS-SUBJ-ID
                   MOVE CUST-NUM-MST TO WS-SUBJ-CUST
                   MOVE CUST-NAME-MST TO WS-OM-NAME
                   PERFORM 300-SCREEN-ONE-NAME
                   READ CUST-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CUST-MST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    THE NAME ON THE ACCOUNT IS SCREENED AS WELL AS THE
      *    CUSTOMER NAME - OLDER ACCOUNTS HAVE NO CUSTOMER LINK, AND
      *    THE TWO ARE KEYED SEPARATELY AND NEED NOT AGREE.

       250-SCREEN-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "MT-MST-CURRENT-2.TXT NOT FOUND - NO ACCOUNTS "
                   "SCREENED"
           ELSE
               MOVE LOW-VALUES TO ACC-NUM-IN
               START MST-IN KEY NOT < ACC-NUM-IN
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               IF NOT WS-EOF
                   READ MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   IF NOT ACC-CLOSED-IN
                       ADD 1 TO WS-ACCT-CNTR
                       MOVE "A" TO WS-SUBJ-TYPE
                       MOVE ACC-NUM-IN TO WS-SUBJ-ID
                       MOVE CUST-NUM-IN TO WS-SUBJ-CUST
                       MOVE SPACES TO WS-OM-NAME
                       STRING FNAME-IN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LNAME-IN DELIMITED BY SIZE
                           INTO WS-OM-NAME
                       END-STRING
                       PERFORM 300-SCREEN-ONE-NAME
                   END-IF
                   READ MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE MST-IN
           END-IF.

      *-----------------------------------------------------------------*

       300-SCREEN-ONE-NAME.
           ADD 1 TO WS-SCREENED-CNTR.
           CALL "DSB-OFAC-MATCH" USING WS-OM-FUNCTION WS-OM-NAME
               WS-OM-RESULT.
           IF WS-OM-HIT-CNT = ZERO
               ADD 1 TO WS-CLEAN-CNTR
           ELSE
               ADD 1 TO WS-HIT-NAME-CNTR
               PERFORM 310-QUEUE-HIT
                   VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-OM-HIT-CNT
           END-IF.

      *-----------------------------------------------------------------*
      *    A HIT ALREADY ON THE QUEUE - PENDING, CONFIRMED, OR
      *    CLEARED - IS LEFT AS THE COMPLIANCE OFFICER LEFT IT.

       310-QUEUE-HIT.
           MOVE WS-SUBJ-TYPE TO RV-SUBJ-TYPE.
           MOVE WS-SUBJ-ID TO RV-SUBJ-ID.
           MOVE WS-OM-LIST-ID(WS-HIT-IDX) TO RV-LIST-ID.
           READ OFAC-REVIEW
               INVALID KEY
                   PERFORM 320-WRITE-REVIEW-ROW
               NOT INVALID KEY
                   ADD 1 TO WS-KNOWN-CNTR
           END-READ.

      *-----------------------------------------------------------------*

       320-WRITE-REVIEW-ROW.
           MOVE WS-SUBJ-CUST TO RV-CUST-NUM.
           MOVE WS-OM-NAME TO RV-SUBJ-NAME.
           MOVE WS-OM-LIST-NAME(WS-HIT-IDX) TO RV-LIST-NAME.
           MOVE WS-OM-SCORE(WS-HIT-IDX) TO RV-SCORE.
           MOVE "P" TO RV-STATUS.
           MOVE WS-RUN-DATE TO RV-FOUND-DATE.
           MOVE WS-PROGRAM-NAME TO RV-FOUND-BY.
           MOVE SPACES TO RV-DECIDED-BY.
           MOVE ZERO TO RV-DECIDED-DATE.
           WRITE REVIEW-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QUEUED-CNTR
                   PERFORM 330-PRINT-HIT-ROW
           END-WRITE.

      *-----------------------------------------------------------------*

       330-PRINT-HIT-ROW.
           IF RV-IS-CUSTOMER
               MOVE "CUSTOMER" TO HR-TYPE
           ELSE
               MOVE "ACCOUNT" TO HR-TYPE
           END-IF.
           MOVE RV-SUBJ-ID TO HR-SUBJ-ID.
           MOVE RV-CUST-NUM TO HR-CUST-NUM.
           MOVE RV-SUBJ-NAME TO HR-SUBJ-NAME.
           MOVE RV-LIST-ID TO HR-LIST-ID.
           MOVE RV-SCORE TO HR-SCORE.
           MOVE RV-LIST-NAME TO HR-LIST-NAME.
           WRITE RPT-REC FROM WS-HIT-ROW.

      *-----------------------------------------------------------------*

       280-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "CUSTOMERS SCREENED" TO TOT-LABEL.
           MOVE WS-CUST-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "ACCOUNTS SCREENED" TO TOT-LABEL.
           MOVE WS-ACCT-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "NAMES WITH POSSIBLE HITS" TO TOT-LABEL.
           MOVE WS-HIT-NAME-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "NEW HITS QUEUED FOR REVIEW" TO TOT-LABEL.
           MOVE WS-QUEUED-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.
           MOVE "HITS ALREADY ON THE QUEUE" TO TOT-LABEL.
           MOVE WS-KNOWN-CNTR TO TOT-CNT.
           WRITE RPT-REC FROM WS-TOTAL-ROW.

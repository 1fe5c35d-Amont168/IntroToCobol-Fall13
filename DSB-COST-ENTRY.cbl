      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-COST-ENTRY
      *    PURPOSE: CLIENT COST ADVANCE ENTRY - THE DISBURSEMENT
      *        COUNTERPART OF DSB-WIP-ENTRY. EACH FILING FEE,
      *        DEPOSITION TRANSCRIPT, COURIER CHARGE, EXPERT FEE OR
      *        OTHER OUTLAY THE FIRM PAYS FOR A CLIENT IS KEYED HERE -
      *        CLIENT, DATE, COST CODE, DESCRIPTION, AMOUNT, BILLABLE
      *        FLAG - AND LANDS UNRELEASED ON DSB-CLIENT-COST.TXT,
      *        WHERE IT SHOWS ON THE PRE-BILL (DSB-PREBILL-RPT) UNTIL
      *        A PARTNER RELEASES IT THROUGH DSB-WIP-RELEASE. THE
      *        CLIENT IS PROVEN AGAINST THE BILLING MASTER (CH0601.TXT)
      *        AT THE KEYBOARD SO A COST CAN NEVER BE STRANDED ON A
      *        CLIENT THE BILLING RUN DOES NOT KNOW.
      *    COST CODES: FILE FILING FEE, DEPO DEPOSITION TRANSCRIPT,
      *        CRR COURIER, EXPT EXPERT FEE, COPY COPYING, TRVL
      *        TRAVEL, SVC SERVICE OF PROCESS, OTHR OTHER.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-COST-ENTRY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT COST-OUT         ASSIGN "DSB-CLIENT-COST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-COST-STATUS.

       SELECT MST-IN           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-MST-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  COST-OUT.
           COPY DSB-CLIENT-COST.

       FD  MST-IN.
       01  REC-IN.
           03  CLIENT-ID-IN        PIC X(5).
           03  INITIAL1-IN         PIC X.
           03  INITIAL2-IN         PIC X.
           03  LNAME-IN            PIC X(10).
           03  MONTH-IN            PIC X(2).
           03  YEAR-IN             PIC X(4).
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-COST-STATUS              PIC XX.
       01  WS-MST-STATUS               PIC XX.

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".

       01  WS-NEW-CLIENT               PIC X(5).
       01  WS-NEW-DATE                 PIC 9(8).
       01  WS-NEW-CODE                 PIC X(4).
       01  WS-NEW-DESC                 PIC X(30).
       01  WS-NEW-AMOUNT               PIC 9(6)V99.
       01  WS-NEW-BILLABLE             PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-COST-ENTRY".
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
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "CH0601.TXT NOT FOUND - NO CLIENTS ON FILE"
               GOBACK
           END-IF.
           OPEN EXTEND COST-OUT.
           IF WS-COST-STATUS = "35"
               OPEN OUTPUT COST-OUT
               CLOSE COST-OUT
               OPEN EXTEND COST-OUT
           END-IF.
           PERFORM 200-ENTRY-LOOP UNTIL WS-MORE.
           CLOSE MST-IN.
           CLOSE COST-OUT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       200-ENTRY-LOOP.
           DISPLAY "CLIENT ID: " WITH NO ADVANCING.
           ACCEPT WS-NEW-CLIENT.
           MOVE WS-NEW-CLIENT TO CLIENT-ID-IN.
           READ MST-IN
               INVALID KEY
                   DISPLAY "CLIENT NOT ON THE BILLING MASTER - ENTRY "
                       "REFUSED"
               NOT INVALID KEY
                   PERFORM 210-KEY-ONE-COST
           END-READ.
           DISPLAY "ENTER ANOTHER? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MORE-FLAG.

      *-----------------------------------------------------------------*
      *    AN UNKNOWN COST CODE, A ZERO AMOUNT, OR A BILLABLE FLAG
      *    OTHER THAN Y OR N REFUSES THE ENTRY RATHER THAN GUESSING.

       210-KEY-ONE-COST.
           DISPLAY "DATE INCURRED (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-NEW-DATE.
           DISPLAY "COST CODE (FILE/DEPO/CRR/EXPT/COPY/TRVL/SVC/"
               "OTHR): " WITH NO ADVANCING.
           ACCEPT WS-NEW-CODE.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-NEW-DESC.
           DISPLAY "AMOUNT (99999999 = 999999.99): " WITH NO ADVANCING.
           ACCEPT WS-NEW-AMOUNT.
           DISPLAY "BILLABLE TO CLIENT? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-BILLABLE.
           INSPECT WS-NEW-BILLABLE CONVERTING "yn" TO "YN".
           MOVE WS-NEW-CODE TO CST-CODE.
           IF NOT CST-CODE-VALID
               DISPLAY "UNKNOWN COST CODE - ENTRY REFUSED"
           ELSE
               IF WS-NEW-AMOUNT = ZERO
                   DISPLAY "AMOUNT IS ZERO - ENTRY REFUSED"
               ELSE
                   IF WS-NEW-BILLABLE NOT = "Y" AND NOT = "N"
                       DISPLAY "BILLABLE MUST BE Y OR N - ENTRY "
                           "REFUSED"
                   ELSE
                       PERFORM 220-WRITE-COST
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       220-WRITE-COST.
           MOVE WS-NEW-CLIENT TO CST-CLIENT-ID.
           MOVE WS-NEW-DATE TO CST-DATE.
           MOVE WS-NEW-CODE TO CST-CODE.
           MOVE WS-NEW-DESC TO CST-DESC.
           MOVE WS-NEW-AMOUNT TO CST-AMOUNT.
           MOVE WS-NEW-BILLABLE TO CST-BILLABLE.
           MOVE "U" TO CST-STATUS.
           MOVE SPACES TO CST-BILL-MONTH.
           MOVE SPACES TO CST-BILL-YEAR.
           WRITE CLIENT-COST-REC.
           ADD 1 TO WS-TRANS-CNTR.
           DISPLAY "COST RECORDED - UNRELEASED".

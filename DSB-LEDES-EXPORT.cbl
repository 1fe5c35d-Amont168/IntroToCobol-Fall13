      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LEDES-EXPORT
      *    PURPOSE: LEDES ELECTRONIC INVOICE EXPORT FOR CORPORATE
      *        CLIENTS. EVERY CLIENT ON THE BILLING MASTER (CH0601.TXT)
      *        FLAGGED FOR E-BILLING GETS ITS CURRENT INVOICE WRITTEN
      *        AS A PIPE-DELIMITED LEDES 1998B FILE,
      *        LEDES-CCCCC-YYYYMM.TXT - THE SAME INVOICE NUMBER
      *        DSB-CLIENT-INVOICE PRINTS - FOR UPLOAD TO THE CLIENT'S
      *        E-BILLING SYSTEM. EACH FILE IS LOGGED THROUGH
      *        DSB-MANIFEST WITH ITS LINE COUNT AND INVOICE TOTAL.
      *    ONE LINE PER ITEM, EVERY LINE CARRYING THE INVOICE HEADER
      *        FIELDS AND THE CLIENT'S MATTER REFERENCE:
      *          F  - EACH TIME ENTRY RELEASED IN THE BILLING MONTH
      *               (DSB-CLIENT-TIME.TXT) - TIMEKEEPER, HOURS, RATE,
      *               UTBMS TASK AND ACTIVITY CODES, ANY MARK-DOWN AS
      *               THE LINE ADJUSTMENT;
      *          E  - EACH BILLED COST ON AN OPEN COST ITEM, WITH ITS
      *               UTBMS EXPENSE CODE;
      *          IF - FEE ADJUSTMENTS AT INVOICE LEVEL - THE DIFFERENCE
      *               BETWEEN THE TIME LINES AND THE FEE ACTUALLY BILLED
      *               (FLAT FEE, CONTINGENCY, RATE CHANGES), PAYMENTS
      *               AND CREDITS ALREADY TAKEN ON THE FEES, AND OPEN
      *               FINANCE CHARGES;
      *          IE - THE SAME FOR COSTS.
      *        THE FIGURES ARE TAKEN THE WAY DSB-CLIENT-INVOICE TAKES
      *        THEM, SO THE LEDES INVOICE TOTAL ALWAYS TIES TO THE
      *        TOTAL NOW DUE ON THE PRINTED INVOICE. A FLAGGED CLIENT
      *        WITH NOTHING TO BILL WRITES NO FILE.
      *    THE LAW FIRM ID IS THE EIN ON DSB-EMPLOYER-PARM.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LEDES-EXPORT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT MST-IN           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT OPEN-ITEM-FILE   ASSIGN "DSB-CLIENT-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-OI-STATUS.

       SELECT TIME-IN          ASSIGN "DSB-CLIENT-TIME.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TIME-STATUS.

       SELECT COST-IN          ASSIGN "DSB-CLIENT-COST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-COST-STATUS.

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

       SELECT FIRM-PARM-IN     ASSIGN "DSB-EMPLOYER-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT LEDES-OUT        ASSIGN TO WS-LEDES-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-LEDES-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

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
               88  EBILL-YES             VALUE "Y".
           03  MATTER-REF-IN       PIC X(20).

       FD  OPEN-ITEM-FILE.
       01  OI-REC.
           03  OI-CLIENT-ID         PIC X(5).
           03  OI-MONTH             PIC X(2).
           03  OI-YEAR              PIC X(4).
           03  OI-BILLED            PIC 9(6)V99.
           03  OI-PAID              PIC 9(6)V99.
           03  OI-TYPE              PIC X.
           03  OI-ADJ               PIC 9(6)V99.

       FD  TIME-IN.
           COPY DSB-CLIENT-TIME.

       FD  COST-IN.
           COPY DSB-CLIENT-COST.

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-CD-MST             PIC X(3).
           03  ATTY-NAME-MST           PIC X(25).
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

       FD  FIRM-PARM-IN.
       01  FIRM-PARM-REC.
           03  PP-EIN                  PIC 9(9).
           03  PP-NAME                 PIC X(30).

       FD  LEDES-OUT.
       01  LEDES-REC                   PIC X(600).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-OI-STATUS                PIC XX.
       01  WS-TIME-STATUS              PIC XX.
       01  WS-COST-STATUS              PIC XX.
       01  WS-ATTY-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-LEDES-STATUS             PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-TIME-EOF-FLAG            PIC X VALUE "N".
           88  WS-TIME-EOF                   VALUE "Y".
       01  WS-COST-EOF-FLAG            PIC X VALUE "N".
           88  WS-COST-EOF                   VALUE "Y".
       01  WS-ATTY-FILE-FLAG           PIC X VALUE "N".
           88  WS-ATTY-FILE-ON-HAND          VALUE "Y".

       01  WS-OI-EOF-FLAG              PIC X VALUE "N".
           88  WS-OI-EOF                     VALUE "Y".
       01  WS-OI-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-OI-IDX                   PIC 9(3).
       01  WS-OI-TABLE.
           03  WS-OI-ENTRY OCCURS 500 TIMES.
               05  WS-OI-CLIENT        PIC X(5).
               05  WS-OI-MONTH         PIC X(2).
               05  WS-OI-YEAR          PIC X(4).
               05  WS-OI-BILLED        PIC 9(6)V99.
               05  WS-OI-PAID          PIC 9(6)V99.
               05  WS-OI-TYPE          PIC X.
               05  WS-OI-ADJ           PIC 9(6)V99.

       01  WS-FIRM-EIN                 PIC 9(9) VALUE ZERO.

      *    EACH INVOICE IS BUILT TWICE - THE FIRST PASS ONLY COUNTS
      *    THE LINES AND FOOTS THE TOTAL, WHICH EVERY LEDES LINE MUST
      *    CARRY; THE SECOND PASS WRITES THE FILE.
       01  WS-PASS                     PIC X.
           88  WS-FOOTING-PASS               VALUE "1".
           88  WS-WRITING-PASS               VALUE "2".

       01  WS-LINE-NO                  PIC 9(5) VALUE ZERO.
       01  WS-INV-TOTAL                PIC S9(8)V99 VALUE ZERO.
       01  WS-FEE-BILLED               PIC 9(6)V99 VALUE ZERO.
       01  WS-FEE-PAID                 PIC 9(6)V99 VALUE ZERO.
       01  WS-TIME-SUM                 PIC S9(8)V99 VALUE ZERO.
       01  WS-COST-SUM                 PIC S9(8)V99 VALUE ZERO.
       01  WS-ITEM-PAID                PIC 9(6)V99 VALUE ZERO.

      *    THE INVOICE HEADER FIELDS, SET ONCE PER CLIENT.
       01  WS-INV-NUMBER.
           03  WS-INV-NO-CLIENT        PIC X(5).
           03  FILLER                  PIC X VALUE "-".
           03  WS-INV-NO-YEAR          PIC X(4).
           03  WS-INV-NO-MONTH         PIC X(2).
       01  WS-BILL-START               PIC 9(8).
       01  WS-BILL-START-BRK REDEFINES WS-BILL-START.
           03  WS-BS-YR                PIC 9(4).
           03  WS-BS-MNTH              PIC 9(2).
           03  WS-BS-DY                PIC 9(2).
       01  WS-BILL-END                 PIC 9(8).
       01  WS-BILL-END-BRK REDEFINES WS-BILL-END.
           03  WS-BE-YR                PIC 9(4).
           03  WS-BE-MNTH              PIC 9(2).
           03  WS-BE-DY                PIC 9(2).
       01  WS-INV-DESC                 PIC X(40).
       01  WS-LEDES-FILENAME           PIC X(30) VALUE SPACES.

       01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
                                       VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
           03  WS-DIM                  PIC 99 OCCURS 12 TIMES.
       01  WS-LEAP-QUOT                PIC 9(4).
       01  WS-LEAP-REM-4               PIC 9(3).
       01  WS-LEAP-REM-100             PIC 9(3).
       01  WS-LEAP-REM-400             PIC 9(3).

      *    ONE LEDES LINE ITEM, FILLED BY THE PARAGRAPH THAT FINDS IT
      *    AND WRITTEN BY 500-EMIT-LINE.
       01  WS-LI-TYPE                  PIC X(2).
       01  WS-LI-UNITS                 PIC 9(3)V99.
       01  WS-LI-UNIT-COST             PIC S9(7)V99.
       01  WS-LI-ADJ                   PIC S9(7)V99.
       01  WS-LI-TOTAL                 PIC S9(7)V99.
       01  WS-LI-DATE                  PIC 9(8).
       01  WS-LI-TASK                  PIC X(4).
       01  WS-LI-EXPENSE               PIC X(4).
       01  WS-LI-ACTIVITY              PIC X(4).
       01  WS-LI-TKPR                  PIC X(3).
       01  WS-LI-TKPR-NAME             PIC X(25).
       01  WS-LI-DESC                  PIC X(40).

       01  WS-ED-INV-TOTAL             PIC -(8)9.99.
       01  WS-ED-UNITS                 PIC ZZ9.99.
       01  WS-ED-UNIT-COST             PIC -(7)9.99.
       01  WS-ED-ADJ                   PIC -(7)9.99.
       01  WS-ED-TOTAL                 PIC -(7)9.99.
       01  WS-ED-LINE-NO               PIC Z(4)9.

       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LEDES-EXPORT".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-FILE-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-EBILL-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-NOTHING-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-DISP-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "35"
               DISPLAY "CH0601.TXT NOT FOUND - NO CLIENTS TO BILL"
               MOVE "NO-MST" TO WS-END-STATUS
           ELSE
               PERFORM 110-READ-FIRM-ID
               PERFORM 120-LOAD-OPEN-ITEMS
               MOVE "N" TO WS-ATTY-FILE-FLAG
               OPEN INPUT ATTY-MST-IN
               IF WS-ATTY-STATUS = "00"
                   MOVE "Y" TO WS-ATTY-FILE-FLAG
               END-IF
               READ MST-IN NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-CLIENT-LOOP UNTIL WS-EOF
               CLOSE MST-IN
               IF WS-ATTY-FILE-ON-HAND
                   CLOSE ATTY-MST-IN
               END-IF
           END-IF.
           DISPLAY "E-BILLED CLIENTS         = " WS-EBILL-CNTR.
           DISPLAY "LEDES FILES WRITTEN      = " WS-FILE-CNTR.
           DISPLAY "NOTHING TO BILL          = " WS-NOTHING-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-FILE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE FIRM'S EIN IS THE SAME ONE THE W-2 AND 1099 FILINGS
      *    USE. AN UNSET PARM FILE GOES OUT AS ZEROS AND IS CALLED OUT.

       110-READ-FIRM-ID.
           OPEN INPUT FIRM-PARM-IN.
           IF WS-PARM-STATUS = "00"
               READ FIRM-PARM-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE PP-EIN TO WS-FIRM-EIN
               END-READ
               CLOSE FIRM-PARM-IN
           END-IF.
           IF WS-FIRM-EIN = ZERO
               DISPLAY "DSB-EMPLOYER-PARM.TXT NOT SET UP - LAW FIRM "
                   "ID SENT AS ZEROS"
           END-IF.

      *-----------------------------------------------------------------*

       120-LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-OI-CNT.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OI-STATUS NOT = "35"
               READ OPEN-ITEM-FILE AT END MOVE "Y" TO WS-OI-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-OI-EOF OR WS-OI-CNT >= 500
                   ADD 1 TO WS-OI-CNT
                   MOVE OI-CLIENT-ID TO WS-OI-CLIENT(WS-OI-CNT)
                   MOVE OI-MONTH     TO WS-OI-MONTH(WS-OI-CNT)
                   MOVE OI-YEAR      TO WS-OI-YEAR(WS-OI-CNT)
                   MOVE OI-BILLED    TO WS-OI-BILLED(WS-OI-CNT)
                   MOVE OI-PAID      TO WS-OI-PAID(WS-OI-CNT)
                   MOVE OI-TYPE      TO WS-OI-TYPE(WS-OI-CNT)
                   MOVE OI-ADJ       TO WS-OI-ADJ(WS-OI-CNT)
                   READ OPEN-ITEM-FILE
                       AT END MOVE "Y" TO WS-OI-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-OI-EOF
                   DISPLAY "*** OPEN-ITEM TABLE FULL AT 500 - "
                       "REMAINING ITEMS IGNORED ***"
               END-IF
               CLOSE OPEN-ITEM-FILE
           END-IF.

      *-----------------------------------------------------------------*

       200-CLIENT-LOOP.
           IF EBILL-YES
               ADD 1 TO WS-EBILL-CNTR
               PERFORM 210-EXPORT-CLIENT
           END-IF.
           READ MST-IN NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-EXPORT-CLIENT.
           IF MATTER-REF-IN = SPACES
               DISPLAY "CLIENT " CLIENT-ID-IN " HAS NO MATTER "
                   "REFERENCE - CLIENT MATTER ID SENT BLANK"
           END-IF.
           PERFORM 220-SET-INVOICE-HEADER.
           PERFORM 230-FIND-FEE-ITEM.
           MOVE "1" TO WS-PASS.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-INV-TOTAL.
           PERFORM 300-BUILD-INVOICE.
           IF WS-LINE-NO = ZERO
               ADD 1 TO WS-NOTHING-CNTR
               DISPLAY "CLIENT " CLIENT-ID-IN " - NOTHING TO BILL, "
                   "NO FILE WRITTEN"
           ELSE
               MOVE WS-INV-TOTAL TO WS-ED-INV-TOTAL
               MOVE SPACES TO WS-LEDES-FILENAME
               STRING "LEDES-" WS-INV-NUMBER ".TXT"
                   DELIMITED BY SIZE INTO WS-LEDES-FILENAME
               OPEN OUTPUT LEDES-OUT
               PERFORM 240-WRITE-LEDES-HEADER
               MOVE "2" TO WS-PASS
               MOVE ZERO TO WS-LINE-NO
               PERFORM 300-BUILD-INVOICE
               CLOSE LEDES-OUT
               ADD 1 TO WS-FILE-CNTR
               MOVE WS-INV-TOTAL TO WS-DISP-TOTAL
               DISPLAY "LEDES FILE " WS-LEDES-FILENAME " LINES "
                   WS-LINE-NO " TOTAL " WS-DISP-TOTAL
               MOVE WS-LEDES-FILENAME TO WS-MANIFEST-FILE
               MOVE WS-LINE-NO TO WS-MANIFEST-CNT
               MOVE WS-INV-TOTAL TO WS-MANIFEST-HASH
               CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
                   WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH
           END-IF.

      *-----------------------------------------------------------------*
      *    THE BILLING PERIOD IS THE CONSULTATION MONTH ON THE MASTER
      *    ROW - THE MONTH THE FEE OPEN ITEM IS BILLED UNDER.

       220-SET-INVOICE-HEADER.
           MOVE CLIENT-ID-IN TO WS-INV-NO-CLIENT.
           MOVE YEAR-IN TO WS-INV-NO-YEAR.
           MOVE MONTH-IN TO WS-INV-NO-MONTH.
           MOVE ZERO TO WS-BILL-START WS-BILL-END.
           IF YEAR-IN NUMERIC AND MONTH-IN NUMERIC
               MOVE YEAR-IN TO WS-BS-YR
               MOVE MONTH-IN TO WS-BS-MNTH
           END-IF.
           IF WS-BS-MNTH < 1 OR WS-BS-MNTH > 12
               MOVE WS-RUN-DATE TO WS-BILL-START
           END-IF.
           MOVE 1 TO WS-BS-DY.
           MOVE WS-BILL-START TO WS-BILL-END.
           MOVE WS-DIM(WS-BS-MNTH) TO WS-BE-DY.
           IF WS-BS-MNTH = 2
               DIVIDE WS-BS-YR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-BS-YR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-BS-YR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-BE-DY
               END-IF
           END-IF.
           MOVE SPACES TO WS-INV-DESC.
           STRING "PROFESSIONAL SERVICES " MONTH-IN "/" YEAR-IN
               DELIMITED BY SIZE INTO WS-INV-DESC.

      *-----------------------------------------------------------------*
      *    THE FEE BILLED AND PAID ARE FOUND EXACTLY AS THE PRINTED
      *    INVOICE FINDS THEM - THE OPEN ITEM FOR THE MASTER ROW'S
      *    MONTH, OR THE MASTER AMOUNT WHEN THERE IS NO ITEM YET.

       230-FIND-FEE-ITEM.
           MOVE TRANS-AMOUNT-IN TO WS-FEE-BILLED.
           MOVE ZERO TO WS-FEE-PAID.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT
               IF WS-OI-CLIENT(WS-OI-IDX) = CLIENT-ID-IN
                   AND WS-OI-MONTH(WS-OI-IDX) = MONTH-IN
                   AND WS-OI-YEAR(WS-OI-IDX) = YEAR-IN
                   AND WS-OI-TYPE(WS-OI-IDX) NOT = "C"
                   MOVE WS-OI-BILLED(WS-OI-IDX) TO WS-FEE-BILLED
                   COMPUTE WS-FEE-PAID =
                       WS-OI-PAID(WS-OI-IDX) +
                       WS-OI-ADJ(WS-OI-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    LEDES 1998B - THE FORMAT LINE, THEN THE FIELD NAMES.

       240-WRITE-LEDES-HEADER.
           MOVE "LEDES1998B[]" TO LEDES-REC.
           WRITE LEDES-REC.
           MOVE SPACES TO LEDES-REC.
           STRING "INVOICE_DATE|INVOICE_NUMBER|CLIENT_ID|"
               "LAW_FIRM_MATTER_ID|INVOICE_TOTAL|"
               "BILLING_START_DATE|BILLING_END_DATE|"
               "INVOICE_DESCRIPTION|LINE_ITEM_NUMBER|"
               "EXP/FEE/INV_ADJ_TYPE|LINE_ITEM_NUMBER_OF_UNITS|"
               "LINE_ITEM_ADJUSTMENT_AMOUNT|LINE_ITEM_TOTAL|"
               "LINE_ITEM_DATE|LINE_ITEM_TASK_CODE|"
               "LINE_ITEM_EXPENSE_CODE|LINE_ITEM_ACTIVITY_CODE|"
               "TIMEKEEPER_ID|LINE_ITEM_DESCRIPTION|LAW_FIRM_ID|"
               "LINE_ITEM_UNIT_COST|TIMEKEEPER_NAME|"
               "TIMEKEEPER_CLASSIFICATION|CLIENT_MATTER_ID[]"
               DELIMITED BY SIZE INTO LEDES-REC.
           WRITE LEDES-REC.

      *-----------------------------------------------------------------*

       300-BUILD-INVOICE.
           PERFORM 310-TIME-LINES.
           PERFORM 320-FEE-ADJUSTMENTS.
           PERFORM 330-FIN-CHG-LINES
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-CNT.
           PERFORM 340-COST-ITEM
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-CNT.

      *-----------------------------------------------------------------*
      *    ONE FEE LINE PER TIME ENTRY RELEASED IN THE BILLING MONTH -
      *    HOURS AT THE RATE IT WAS PRICED AT, WITH ANY MARK-DOWN (OR
      *    THE ROUNDING TO WHOLE DOLLARS) AS THE LINE ADJUSTMENT.

       310-TIME-LINES.
           MOVE ZERO TO WS-TIME-SUM.
           MOVE "N" TO WS-TIME-EOF-FLAG.
           OPEN INPUT TIME-IN.
           IF WS-TIME-STATUS = "00"
               READ TIME-IN AT END MOVE "Y" TO WS-TIME-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-TIME-EOF
                   IF TMB-CLIENT-ID = CLIENT-ID-IN
                       AND TMB-BILL-MONTH = MONTH-IN
                       AND TMB-BILL-YEAR = YEAR-IN
                       PERFORM 315-ONE-TIME-LINE
                   END-IF
                   READ TIME-IN AT END MOVE "Y" TO WS-TIME-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE TIME-IN
           END-IF.

      *-----------------------------------------------------------------*

       315-ONE-TIME-LINE.
           PERFORM 400-CLEAR-LINE.
           MOVE "F" TO WS-LI-TYPE.
           MOVE TMB-HOURS TO WS-LI-UNITS.
           MOVE TMB-RATE TO WS-LI-UNIT-COST.
           COMPUTE WS-LI-ADJ = TMB-BILLED - TMB-STANDARD.
           MOVE TMB-BILLED TO WS-LI-TOTAL.
           MOVE TMB-DATE TO WS-LI-DATE.
           MOVE TMB-TASK-CD TO WS-LI-TASK.
           MOVE TMB-ACT-CD TO WS-LI-ACTIVITY.
           MOVE TMB-ATTY-CD TO WS-LI-TKPR.
           MOVE TMB-NARRATIVE TO WS-LI-DESC.
           IF WS-ATTY-FILE-ON-HAND
               MOVE TMB-ATTY-CD TO ATTY-CD-MST
               READ ATTY-MST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATTY-NAME-MST TO WS-LI-TKPR-NAME
               END-READ
           END-IF.
           ADD TMB-BILLED TO WS-TIME-SUM.
           PERFORM 500-EMIT-LINE.

      *-----------------------------------------------------------------*
      *    THE FEE BILLED CAN DIFFER FROM THE TIME LINES - A FLAT FEE
      *    OR CONTINGENCY ARRANGEMENT, OR THE NIGHTLY RUN REPRICING
      *    THE MASTER HOURS AT TODAY'S RATE - SO THE DIFFERENCE GOES
      *    AS AN INVOICE FEE ADJUSTMENT. WHAT HAS BEEN PAID OR
      *    CREDITED ON THE FEES COMES OFF, BUT NEVER BELOW ZERO - THE
      *    PRINTED INVOICE NEVER SHOWS A FEE CREDIT EITHER.

       320-FEE-ADJUSTMENTS.
           PERFORM 400-CLEAR-LINE.
           MOVE "IF" TO WS-LI-TYPE.
           COMPUTE WS-LI-ADJ = WS-FEE-BILLED - WS-TIME-SUM.
           IF WS-LI-ADJ NOT = ZERO
               MOVE WS-LI-ADJ TO WS-LI-TOTAL
               MOVE "ADJUSTMENT TO FEES BILLED" TO WS-LI-DESC
               PERFORM 500-EMIT-LINE
           END-IF.
           IF WS-FEE-PAID > ZERO AND WS-FEE-BILLED > ZERO
               PERFORM 400-CLEAR-LINE
               MOVE "IF" TO WS-LI-TYPE
               IF WS-FEE-PAID > WS-FEE-BILLED
                   COMPUTE WS-LI-ADJ = ZERO - WS-FEE-BILLED
               ELSE
                   COMPUTE WS-LI-ADJ = ZERO - WS-FEE-PAID
               END-IF
               MOVE WS-LI-ADJ TO WS-LI-TOTAL
               MOVE "PAYMENTS AND CREDITS ON FEES" TO WS-LI-DESC
               PERFORM 500-EMIT-LINE
           END-IF.

      *-----------------------------------------------------------------*

       330-FIN-CHG-LINES.
           IF WS-OI-CLIENT(WS-OI-IDX) = CLIENT-ID-IN
               AND WS-OI-TYPE(WS-OI-IDX) = "F"
               AND WS-OI-BILLED(WS-OI-IDX) >
                   (WS-OI-PAID(WS-OI-IDX) +
                    WS-OI-ADJ(WS-OI-IDX))
               PERFORM 400-CLEAR-LINE
               MOVE "IF" TO WS-LI-TYPE
               COMPUTE WS-LI-ADJ =
                   WS-OI-BILLED(WS-OI-IDX) -
                   WS-OI-PAID(WS-OI-IDX) -
                   WS-OI-ADJ(WS-OI-IDX)
               MOVE WS-LI-ADJ TO WS-LI-TOTAL
               STRING "FINANCE CHARGE " WS-OI-MONTH(WS-OI-IDX) "/"
                   WS-OI-YEAR(WS-OI-IDX)
                   DELIMITED BY SIZE INTO WS-LI-DESC
               PERFORM 500-EMIT-LINE
           END-IF.

      *-----------------------------------------------------------------*
      *    AN OPEN COST ITEM LISTS EVERY COST BILLED INTO IT, THEN
      *    SQUARES TO THE ITEM AND TAKES OFF WHAT HAS BEEN PAID ON IT -
      *    THE SAME WAY THE COST SECTION OF THE PRINTED INVOICE FOOTS.

       340-COST-ITEM.
           IF WS-OI-CLIENT(WS-OI-IDX) = CLIENT-ID-IN
               AND WS-OI-TYPE(WS-OI-IDX) = "C"
               AND WS-OI-BILLED(WS-OI-IDX) >
                   (WS-OI-PAID(WS-OI-IDX) +
                    WS-OI-ADJ(WS-OI-IDX))
               PERFORM 350-COST-LINES
               PERFORM 400-CLEAR-LINE
               MOVE "IE" TO WS-LI-TYPE
               COMPUTE WS-LI-ADJ =
                   WS-OI-BILLED(WS-OI-IDX) - WS-COST-SUM
               IF WS-LI-ADJ NOT = ZERO
                   MOVE WS-LI-ADJ TO WS-LI-TOTAL
                   MOVE "ADJUSTMENT TO COSTS BILLED" TO WS-LI-DESC
                   PERFORM 500-EMIT-LINE
               END-IF
               COMPUTE WS-ITEM-PAID =
                   WS-OI-PAID(WS-OI-IDX) + WS-OI-ADJ(WS-OI-IDX)
               IF WS-ITEM-PAID > ZERO
                   PERFORM 400-CLEAR-LINE
                   MOVE "IE" TO WS-LI-TYPE
                   COMPUTE WS-LI-ADJ = ZERO - WS-ITEM-PAID
                   MOVE WS-LI-ADJ TO WS-LI-TOTAL
                   STRING "PAID ON COSTS BILLED "
                       WS-OI-MONTH(WS-OI-IDX) "/"
                       WS-OI-YEAR(WS-OI-IDX)
                       DELIMITED BY SIZE INTO WS-LI-DESC
                   PERFORM 500-EMIT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       350-COST-LINES.
           MOVE ZERO TO WS-COST-SUM.
           MOVE "N" TO WS-COST-EOF-FLAG.
           OPEN INPUT COST-IN.
           IF WS-COST-STATUS = "00"
               READ COST-IN AT END MOVE "Y" TO WS-COST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-COST-EOF
                   IF CST-BILLED
                       AND CST-CLIENT-ID = CLIENT-ID-IN
                       AND CST-BILL-MONTH = WS-OI-MONTH(WS-OI-IDX)
                       AND CST-BILL-YEAR = WS-OI-YEAR(WS-OI-IDX)
                       PERFORM 355-ONE-COST-LINE
                   END-IF
                   READ COST-IN AT END MOVE "Y" TO WS-COST-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COST-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    THE SHOP'S COST CODES MAPPED TO UTBMS EXPENSE CODES.

       355-ONE-COST-LINE.
           PERFORM 400-CLEAR-LINE.
           MOVE "E" TO WS-LI-TYPE.
           MOVE 1 TO WS-LI-UNITS.
           MOVE CST-AMOUNT TO WS-LI-UNIT-COST.
           MOVE CST-AMOUNT TO WS-LI-TOTAL.
           MOVE CST-DATE TO WS-LI-DATE.
           MOVE CST-DESC TO WS-LI-DESC.
           EVALUATE CST-CODE
               WHEN "FILE"
                   MOVE "E112" TO WS-LI-EXPENSE
               WHEN "DEPO"
                   MOVE "E115" TO WS-LI-EXPENSE
               WHEN "CRR "
                   MOVE "E107" TO WS-LI-EXPENSE
               WHEN "EXPT"
                   MOVE "E119" TO WS-LI-EXPENSE
               WHEN "COPY"
                   MOVE "E101" TO WS-LI-EXPENSE
               WHEN "TRVL"
                   MOVE "E110" TO WS-LI-EXPENSE
               WHEN "SVC "
                   MOVE "E113" TO WS-LI-EXPENSE
               WHEN OTHER
                   MOVE "E124" TO WS-LI-EXPENSE
           END-EVALUATE.
           ADD CST-AMOUNT TO WS-COST-SUM.
           PERFORM 500-EMIT-LINE.

      *-----------------------------------------------------------------*
      *    INVOICE-LEVEL ADJUSTMENTS CARRY NO UNITS OR UNIT COST AND
      *    ARE DATED THE INVOICE DATE.

       400-CLEAR-LINE.
           MOVE SPACES TO WS-LI-TYPE WS-LI-TASK WS-LI-EXPENSE
               WS-LI-ACTIVITY WS-LI-TKPR WS-LI-TKPR-NAME WS-LI-DESC.
           MOVE ZERO TO WS-LI-UNITS WS-LI-UNIT-COST WS-LI-ADJ
               WS-LI-TOTAL.
           MOVE WS-RUN-DATE TO WS-LI-DATE.

      *-----------------------------------------------------------------*
      *    THE FOOTING PASS ONLY COUNTS AND ADDS. A PIPE IN FREE TEXT
      *    WOULD SPLIT THE FIELD, SO IT GOES OUT AS A SLASH.

       500-EMIT-LINE.
           ADD 1 TO WS-LINE-NO.
           IF WS-FOOTING-PASS
               ADD WS-LI-TOTAL TO WS-INV-TOTAL
           ELSE
               INSPECT WS-LI-DESC REPLACING ALL "|" BY "/"
               MOVE WS-LINE-NO TO WS-ED-LINE-NO
               MOVE WS-LI-UNITS TO WS-ED-UNITS
               MOVE WS-LI-UNIT-COST TO WS-ED-UNIT-COST
               MOVE WS-LI-ADJ TO WS-ED-ADJ
               MOVE WS-LI-TOTAL TO WS-ED-TOTAL
               MOVE SPACES TO LEDES-REC
               STRING WS-RUN-DATE "|"
                   WS-INV-NUMBER "|"
                   CLIENT-ID-IN "|"
                   CLIENT-ID-IN "|"
                   FUNCTION TRIM(WS-ED-INV-TOTAL) "|"
                   WS-BILL-START "|"
                   WS-BILL-END "|"
                   FUNCTION TRIM(WS-INV-DESC) "|"
                   FUNCTION TRIM(WS-ED-LINE-NO) "|"
                   FUNCTION TRIM(WS-LI-TYPE) "|"
                   FUNCTION TRIM(WS-ED-UNITS) "|"
                   FUNCTION TRIM(WS-ED-ADJ) "|"
                   FUNCTION TRIM(WS-ED-TOTAL) "|"
                   WS-LI-DATE "|"
                   FUNCTION TRIM(WS-LI-TASK) "|"
                   FUNCTION TRIM(WS-LI-EXPENSE) "|"
                   FUNCTION TRIM(WS-LI-ACTIVITY) "|"
                   FUNCTION TRIM(WS-LI-TKPR) "|"
                   FUNCTION TRIM(WS-LI-DESC) "|"
                   WS-FIRM-EIN "|"
                   FUNCTION TRIM(WS-ED-UNIT-COST) "|"
                   FUNCTION TRIM(WS-LI-TKPR-NAME) "|"
                   "|"
                   FUNCTION TRIM(MATTER-REF-IN) "[]"
                   DELIMITED BY SIZE INTO LEDES-REC
               END-STRING
               WRITE LEDES-REC
           END-IF.

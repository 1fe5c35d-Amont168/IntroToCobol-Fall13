      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-REALIZE-RPT
      *    PURPOSE: ATTORNEY REALIZATION AND COLLECTION REPORT - THE
      *        FIGURE PARTNER COMPENSATION IS SUPPOSED TO REST ON. FOR
      *        EACH ATTORNEY ON THE ATTORNEY MASTER (DSB-ATTY-MST.TXT)
      *        IT SHOWS, FOR THE PROCESSING MONTH AND FOR THE YEAR TO
      *        DATE:
      *          STANDARD    - RECORDED TIME AT THE MASTER RATE
      *          BILLED      - WHAT DSB-WIP-RELEASE RELEASED TO
      *                        BILLING AFTER MARK-DOWNS AND DROPS
      *          COLLECTED   - RECEIPTS DSB-CLIENT-PAY-POST APPLIED TO
      *                        THE ATTORNEY'S FEE OPEN ITEMS
      *          WRITTEN OFF - APPROVED DSB-CLIENT-ADJ WRITE-OFFS AND
      *                        COURTESY DISCOUNTS
      *        WITH BILLING REALIZATION (BILLED / STANDARD) AND
      *        COLLECTION REALIZATION (COLLECTED / BILLED) PERCENTAGES,
      *        AND FIRM TOTALS. ALL FOUR FIGURES COME FROM THE
      *        REALIZATION LEDGER (DSB-REALIZATION.TXT) THOSE PROGRAMS
      *        APPEND TO. AN ATTORNEY CODE ON THE LEDGER BUT NOT ON
      *        THE MASTER STILL PRINTS, SO NO DOLLAR GOES MISSING FROM
      *        THE FIRM TOTAL. A PERCENTAGE WITH NOTHING TO DIVIDE BY
      *        PRINTS AS ZERO AND ONE PAST 999.9 PRINTS AS 999.9.
      *    OUTPUT IS DSB-REALIZE-REPORT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-REALIZE-RPT.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT RLZ-IN           ASSIGN "DSB-REALIZATION.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RLZ-STATUS.

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ATTY-CD-MST
                               FILE STATUS IS WS-ATTY-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-REALIZE-REPORT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  RLZ-IN.
           COPY DSB-REALIZE.

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-CD-MST             PIC X(3).
           03  ATTY-NAME-MST           PIC X(25).
           03  ATTY-ACTIVE-MST         PIC X.
           03  ATTY-RATE-MST           PIC 9(4)V99.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-RLZ-STATUS               PIC XX.
       01  WS-ATTY-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

      *    ONE ROW PER ATTORNEY - MONTH AND YEAR-TO-DATE BUCKETS.
       01  WS-AT-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-AT-IDX                   PIC 9(3).
       01  WS-AT-FOUND                 PIC 9(3).
       01  WS-AT-TABLE.
           03  WS-AT-ENTRY OCCURS 200 TIMES.
               05  WS-AT-CODE          PIC X(3).
               05  WS-AT-NAME          PIC X(25).
               05  WS-AT-MTD.
                   07  WS-AT-M-STD     PIC 9(9)V99.
                   07  WS-AT-M-BILLED  PIC 9(9)V99.
                   07  WS-AT-M-COLL    PIC 9(9)V99.
                   07  WS-AT-M-WO      PIC 9(9)V99.
               05  WS-AT-YTD.
                   07  WS-AT-Y-STD     PIC 9(9)V99.
                   07  WS-AT-Y-BILLED  PIC 9(9)V99.
                   07  WS-AT-Y-COLL    PIC 9(9)V99.
                   07  WS-AT-Y-WO      PIC 9(9)V99.
       01  WS-AT-FULL-FLAG             PIC X VALUE "N".
           88  WS-AT-FULL                    VALUE "Y".

       01  WS-FIRM-M-STD               PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-M-BILLED            PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-M-COLL              PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-M-WO                PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-Y-STD               PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-Y-BILLED            PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-Y-COLL              PIC 9(9)V99 VALUE ZERO.
       01  WS-FIRM-Y-WO                PIC 9(9)V99 VALUE ZERO.

      *    ONE PERIOD LINE IS BUILT FROM THESE, FOR ANY ATTORNEY OR
      *    THE FIRM.
       01  WS-PL-STD                   PIC 9(9)V99.
       01  WS-PL-BILLED                PIC 9(9)V99.
       01  WS-PL-COLL                  PIC 9(9)V99.
       01  WS-PL-WO                    PIC 9(9)V99.
       01  WS-PCT                      PIC 9(3)V9.

       01  WS-RLZ-YEAR                 PIC 9(4).
       01  WS-RLZ-MONTH                PIC 9(2).
       01  WS-RLZ-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-ATTY-PRINTED             PIC 9(3) VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(38)
                   VALUE "ATTORNEY REALIZATION AND COLLECTION -".
           03  FILLER                  PIC X(7) VALUE " MONTH ".
           03  TL-MONTH                PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  TL-YEAR                 PIC 9(4).
           03  FILLER                  PIC X(17)
                   VALUE " AND YEAR TO DATE".

       01  WS-COLUMN-HDR.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(14)
                   VALUE "      STANDARD".
           03  FILLER                  PIC X(14)
                   VALUE "        BILLED".
           03  FILLER                  PIC X(14)
                   VALUE "     COLLECTED".
           03  FILLER                  PIC X(14)
                   VALUE "   WRITTEN OFF".
           03  FILLER                  PIC X(7) VALUE "  BILL%".
           03  FILLER                  PIC X(7) VALUE "  COLL%".

       01  WS-ATTY-LINE.
           03  AL-CODE                 PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AL-NAME                 PIC X(25).

       01  WS-PERIOD-LINE.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  PL-PERIOD               PIC X(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-STD                  PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-BILLED               PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-COLL                 PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  PL-WO                   PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PL-BILL-PCT             PIC ZZ9.9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PL-COLL-PCT             PIC ZZ9.9.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-REALIZE-RPT".
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

       COPY DSB-RPT-HDR.

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
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-LOAD-ATTORNEYS.
           OPEN INPUT RLZ-IN.
           IF WS-RLZ-STATUS = "35"
               DISPLAY "DSB-REALIZATION.TXT NOT FOUND - NOTHING "
                   "RELEASED, COLLECTED OR WRITTEN OFF YET"
           ELSE
               READ RLZ-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-ACCUMULATE UNTIL WS-EOF
               CLOSE RLZ-IN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REPORT-HEADER.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CNT
               IF WS-AT-YTD(WS-AT-IDX) NOT = ZERO
                   PERFORM 300-PRINT-ATTORNEY
               END-IF
           END-PERFORM.
           PERFORM 400-PRINT-FIRM-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "LEDGER ROWS READ = " WS-RLZ-CNTR.
           DISPLAY "ATTORNEYS REPORTED = " WS-ATTY-PRINTED.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-RLZ-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE MASTER IS READ IN KEY ORDER, SO THE REPORT RUNS IN
      *    ATTORNEY CODE ORDER; CODES FOUND ONLY ON THE LEDGER FOLLOW.

       110-LOAD-ATTORNEYS.
           INITIALIZE WS-AT-TABLE.
           OPEN INPUT ATTY-MST-IN.
           IF WS-ATTY-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               READ ATTY-MST-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-AT-CNT >= 200
                   ADD 1 TO WS-AT-CNT
                   MOVE ATTY-CD-MST TO WS-AT-CODE(WS-AT-CNT)
                   MOVE ATTY-NAME-MST TO WS-AT-NAME(WS-AT-CNT)
                   READ ATTY-MST-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ATTY-MST-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       120-PRINT-REPORT-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE WS-RUN-MONTH TO TL-MONTH.
           MOVE WS-RUN-YEAR TO TL-YEAR.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COLUMN-HDR.

      *-----------------------------------------------------------------*
      *    ONLY THIS YEAR'S LEDGER ROWS, UP TO THE PROCESSING DATE,
      *    COUNT; THE PROCESSING MONTH'S ALSO GO IN THE MONTH BUCKETS.

       200-ACCUMULATE.
           ADD 1 TO WS-RLZ-CNTR.
           MOVE RLZ-DATE(1:4) TO WS-RLZ-YEAR.
           MOVE RLZ-DATE(5:2) TO WS-RLZ-MONTH.
           IF WS-RLZ-YEAR = WS-RUN-YEAR
               AND RLZ-DATE NOT > WS-RUN-DATE-NUM
               PERFORM 210-FIND-ATTORNEY
               IF WS-AT-FOUND > ZERO
                   PERFORM 220-ADD-TO-BUCKETS
               END-IF
           END-IF.
           READ RLZ-IN AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-FIND-ATTORNEY.
           MOVE ZERO TO WS-AT-FOUND.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-CNT OR WS-AT-FOUND > ZERO
               IF WS-AT-CODE(WS-AT-IDX) = RLZ-ATTY-CD
                   MOVE WS-AT-IDX TO WS-AT-FOUND
               END-IF
           END-PERFORM.
           IF WS-AT-FOUND = ZERO
               IF WS-AT-CNT < 200
                   ADD 1 TO WS-AT-CNT
                   MOVE WS-AT-CNT TO WS-AT-FOUND
                   MOVE RLZ-ATTY-CD TO WS-AT-CODE(WS-AT-CNT)
                   IF RLZ-ATTY-CD = SPACES
                       MOVE "NO ATTORNEY ON FILE"
                           TO WS-AT-NAME(WS-AT-CNT)
                   ELSE
                       MOVE "NOT ON ATTORNEY MASTER"
                           TO WS-AT-NAME(WS-AT-CNT)
                   END-IF
               ELSE
                   IF NOT WS-AT-FULL
                       DISPLAY "*** MORE THAN 200 ATTORNEY CODES - "
                           "REPORT IS SHORT ***"
                       MOVE "Y" TO WS-AT-FULL-FLAG
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       220-ADD-TO-BUCKETS.
           ADD RLZ-STANDARD TO WS-AT-Y-STD(WS-AT-FOUND).
           ADD RLZ-BILLED TO WS-AT-Y-BILLED(WS-AT-FOUND).
           ADD RLZ-COLLECTED TO WS-AT-Y-COLL(WS-AT-FOUND).
           ADD RLZ-WRITTEN-OFF TO WS-AT-Y-WO(WS-AT-FOUND).
           ADD RLZ-STANDARD TO WS-FIRM-Y-STD.
           ADD RLZ-BILLED TO WS-FIRM-Y-BILLED.
           ADD RLZ-COLLECTED TO WS-FIRM-Y-COLL.
           ADD RLZ-WRITTEN-OFF TO WS-FIRM-Y-WO.
           IF WS-RLZ-MONTH = WS-RUN-MONTH
               ADD RLZ-STANDARD TO WS-AT-M-STD(WS-AT-FOUND)
               ADD RLZ-BILLED TO WS-AT-M-BILLED(WS-AT-FOUND)
               ADD RLZ-COLLECTED TO WS-AT-M-COLL(WS-AT-FOUND)
               ADD RLZ-WRITTEN-OFF TO WS-AT-M-WO(WS-AT-FOUND)
               ADD RLZ-STANDARD TO WS-FIRM-M-STD
               ADD RLZ-BILLED TO WS-FIRM-M-BILLED
               ADD RLZ-COLLECTED TO WS-FIRM-M-COLL
               ADD RLZ-WRITTEN-OFF TO WS-FIRM-M-WO
           END-IF.

      *-----------------------------------------------------------------*

       300-PRINT-ATTORNEY.
           ADD 1 TO WS-ATTY-PRINTED.
           MOVE WS-AT-CODE(WS-AT-IDX) TO AL-CODE.
           MOVE WS-AT-NAME(WS-AT-IDX) TO AL-NAME.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-ATTY-LINE.
           MOVE "MONTH" TO PL-PERIOD.
           MOVE WS-AT-M-STD(WS-AT-IDX) TO WS-PL-STD.
           MOVE WS-AT-M-BILLED(WS-AT-IDX) TO WS-PL-BILLED.
           MOVE WS-AT-M-COLL(WS-AT-IDX) TO WS-PL-COLL.
           MOVE WS-AT-M-WO(WS-AT-IDX) TO WS-PL-WO.
           PERFORM 500-PRINT-PERIOD-LINE.
           MOVE "YTD" TO PL-PERIOD.
           MOVE WS-AT-Y-STD(WS-AT-IDX) TO WS-PL-STD.
           MOVE WS-AT-Y-BILLED(WS-AT-IDX) TO WS-PL-BILLED.
           MOVE WS-AT-Y-COLL(WS-AT-IDX) TO WS-PL-COLL.
           MOVE WS-AT-Y-WO(WS-AT-IDX) TO WS-PL-WO.
           PERFORM 500-PRINT-PERIOD-LINE.

      *-----------------------------------------------------------------*

       400-PRINT-FIRM-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "FIRM TOTAL" TO RPT-REC.
           WRITE RPT-REC.
           MOVE "MONTH" TO PL-PERIOD.
           MOVE WS-FIRM-M-STD TO WS-PL-STD.
           MOVE WS-FIRM-M-BILLED TO WS-PL-BILLED.
           MOVE WS-FIRM-M-COLL TO WS-PL-COLL.
           MOVE WS-FIRM-M-WO TO WS-PL-WO.
           PERFORM 500-PRINT-PERIOD-LINE.
           MOVE "YTD" TO PL-PERIOD.
           MOVE WS-FIRM-Y-STD TO WS-PL-STD.
           MOVE WS-FIRM-Y-BILLED TO WS-PL-BILLED.
           MOVE WS-FIRM-Y-COLL TO WS-PL-COLL.
           MOVE WS-FIRM-Y-WO TO WS-PL-WO.
           PERFORM 500-PRINT-PERIOD-LINE.

      *-----------------------------------------------------------------*
      *    BILLING REALIZATION = BILLED / STANDARD; COLLECTION
      *    REALIZATION = COLLECTED / BILLED.

       500-PRINT-PERIOD-LINE.
           MOVE WS-PL-STD TO PL-STD.
           MOVE WS-PL-BILLED TO PL-BILLED.
           MOVE WS-PL-COLL TO PL-COLL.
           MOVE WS-PL-WO TO PL-WO.
           MOVE ZERO TO WS-PCT.
           IF WS-PL-STD > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-PL-BILLED * 100) / WS-PL-STD
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO PL-BILL-PCT.
           MOVE ZERO TO WS-PCT.
           IF WS-PL-BILLED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   (WS-PL-COLL * 100) / WS-PL-BILLED
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO PL-COLL-PCT.
           WRITE RPT-REC FROM WS-PERIOD-LINE.

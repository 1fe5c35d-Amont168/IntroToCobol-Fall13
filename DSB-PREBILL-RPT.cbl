      *        BILL AT TODAY'S DSB-ATTY-MST.TXT RATE, SO A PARTNER
      *        CAN MARK UP OR HOLD TIME BEFORE DSB-WIP-RELEASE TURNS
      *        IT INTO BILLING. NOTHING HERE CHANGES A FILE.
      *    UNRELEASED CLIENT COST ADVANCES ON DSB-CLIENT-COST.TXT
      *        (KEYED BY DSB-COST-ENTRY) PRINT AFTER THE TIME AS THEIR
      *        OWN SECTION, GROUPED BY CLIENT - A NON-BILLABLE COST
      *        SHOWS AS "NO CHARGE" AND STAYS OUT OF THE TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.


       SELECT SRT-WORK         ASSIGN "DSB-prebill-srt.wrk".

       SELECT COST-IN          ASSIGN "DSB-CLIENT-COST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-COST-STATUS.

       SELECT SORTED-COST      ASSIGN "DSB-prebill-cost-sorted.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COST-SRT-WORK    ASSIGN "DSB-prebill-cost-srt.wrk".

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
           03  WIP-DATE                PIC 9(8).
           03  WIP-HOURS               PIC 9(3)V99.
           03  WIP-NARRATIVE           PIC X(30).
           03  WIP-TASK-CD             PIC X(4).
           03  WIP-ACT-CD              PIC X(4).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-ATTY-CD             PIC X(3).
           03  SRT-CLIENT-ID           PIC X(5).
           03  FILLER                  PIC X(51).

       FD  SORTED-WIP.
       01  REC-SORTED                  PIC X(59).

       FD  COST-IN.
           COPY DSB-CLIENT-COST.

       SD  COST-SRT-WORK.
       01  COST-SRT-REC.
           03  CSRT-CLIENT-ID          PIC X(5).
           03  CSRT-DATE               PIC 9(8).
           03  FILLER                  PIC X(50).

       FD  SORTED-COST.
       01  REC-SORTED-COST             PIC X(63).

       FD  ATTY-MST-IN.
       01  ATTY-REC.

       01  WS-WIP-STATUS               PIC XX.
       01  WS-ATTY-STATUS              PIC XX.
       01  WS-COST-STATUS              PIC XX.
       01  WS-WIP-ON-FILE-FLAG         PIC X VALUE "N".
           88  WS-WIP-ON-FILE                VALUE "Y".

           COPY DSB-EOF-EXCPT.

                               VALUE "TOTAL UNBILLED WIP: ".
           03  GT-AMOUNT               PIC $Z,ZZZ,ZZ9.99.

       01  WS-COST-CLIENT-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01  WS-COST-GRAND-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01  WS-COST-DETAIL-LINE.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  CL-CODE                 PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  CL-DATE                 PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-DESC                 PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CL-AMOUNT               PIC $ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  CL-NO-CHARGE            PIC X(9).

       01  WS-COST-CLIENT-TOTAL-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "   CLIENT COSTS:    ".
           03  CC-AMOUNT               PIC $ZZZ,ZZ9.99.

       01  WS-COST-GRAND-TOTAL-LINE.
           03  FILLER                  PIC X(20)
                               VALUE "TOTAL UNBILLED COST:".
           03  CG-AMOUNT               PIC $Z,ZZZ,ZZ9.99.

       01  WS-COST-CNTR                PIC 9(7) VALUE ZERO.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE.
           IF WS-WIP-STATUS = "35"
               DISPLAY "DSB-CLIENT-WIP.TXT NOT FOUND - NO UNBILLED "
                   "TIME"
           ELSE
               MOVE "Y" TO WS-WIP-ON-FILE-FLAG
               CLOSE WIP-IN
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REPORT-HEADER.
           IF WS-WIP-ON-FILE
               SORT SRT-WORK ON ASCENDING KEY SRT-CLIENT-ID
                   SRT-ATTY-CD
                   USING WIP-IN
                   GIVING SORTED-WIP
               OPEN INPUT SORTED-WIP
               OPEN INPUT ATTY-MST-IN
               READ SORTED-WIP INTO WIP-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 200-REPORT-LOOP UNTIL WS-EOF
               IF WS-PREV-CLIENT NOT = LOW-VALUES
                   PERFORM 260-FINISH-CLIENT
               END-IF
               CLOSE SORTED-WIP
               CLOSE ATTY-MST-IN
           END-IF.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-GRAND-TOTAL TO GT-AMOUNT.
           MOVE WS-GRAND-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 300-REPORT-COSTS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           DISPLAY "WIP ENTRIES REPORTED = " WS-WIP-CNTR.
           DISPLAY "COST ENTRIES REPORTED = " WS-COST-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-WIP-CNTR
               WS-END-STATUS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-CLIENT-TOTAL.

      *-----------------------------------------------------------------*
      *    ONLY UNRELEASED COSTS BELONG ON THE PRE-BILL - THE FILE
      *    ALSO CARRIES THE RELEASED AND BILLED HISTORY, WHICH IS
      *    SKIPPED AS IT IS READ.

       300-REPORT-COSTS.
           OPEN INPUT COST-IN.
           IF WS-COST-STATUS = "35"
               DISPLAY "DSB-CLIENT-COST.TXT NOT FOUND - NO UNBILLED "
                   "COSTS"
           ELSE
               CLOSE COST-IN
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE "PRE-BILL REVIEW - UNRELEASED CLIENT COSTS ADVANCED"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               SORT COST-SRT-WORK ON ASCENDING KEY CSRT-CLIENT-ID
                   CSRT-DATE
                   USING COST-IN
                   GIVING SORTED-COST
               MOVE LOW-VALUES TO WS-PREV-CLIENT
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT SORTED-COST
               READ SORTED-COST INTO CLIENT-COST-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM 310-COST-LOOP UNTIL WS-EOF
               IF WS-PREV-CLIENT NOT = LOW-VALUES
                   PERFORM 360-FINISH-COST-CLIENT
               END-IF
               CLOSE SORTED-COST
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE WS-COST-GRAND-TOTAL TO CG-AMOUNT
               MOVE WS-COST-GRAND-TOTAL-LINE TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *-----------------------------------------------------------------*

       310-COST-LOOP.
           IF CST-UNRELEASED
               IF CST-CLIENT-ID NOT = WS-PREV-CLIENT
                   IF WS-PREV-CLIENT NOT = LOW-VALUES
                       PERFORM 360-FINISH-COST-CLIENT
                   END-IF
                   MOVE CST-CLIENT-ID TO CH-CLIENT
                   MOVE WS-CLIENT-HDR TO RPT-REC
                   WRITE RPT-REC
               END-IF
               ADD 1 TO WS-COST-CNTR
               MOVE CST-CODE TO CL-CODE
               MOVE CST-DATE TO CL-DATE
               MOVE CST-DESC TO CL-DESC
               MOVE CST-AMOUNT TO CL-AMOUNT
               IF CST-IS-BILLABLE
                   MOVE SPACES TO CL-NO-CHARGE
                   ADD CST-AMOUNT TO WS-COST-CLIENT-TOTAL
                   ADD CST-AMOUNT TO WS-COST-GRAND-TOTAL
               ELSE
                   MOVE "NO CHARGE" TO CL-NO-CHARGE
               END-IF
               MOVE WS-COST-DETAIL-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE CST-CLIENT-ID TO WS-PREV-CLIENT
           END-IF.
           READ SORTED-COST INTO CLIENT-COST-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       360-FINISH-COST-CLIENT.
           MOVE WS-COST-CLIENT-TOTAL TO CC-AMOUNT.
           MOVE WS-COST-CLIENT-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE ZERO TO WS-COST-CLIENT-TOTAL.

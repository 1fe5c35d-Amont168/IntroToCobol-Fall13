      *        (R)ELEASES IT - PRICED AT THE CURRENT
      *        DSB-ATTY-MST.TXT RATE AND MERGED INTO THE BILLING
      *        MASTER (CH0601.TXT) WHERE DSB-P01-CLIENT-RPT PICKS IT
      *        UP - (M)ARKS IT DOWN TO A LOWER BILLED FIGURE AND
      *        RELEASES THAT, (K)EEPS IT FOR THE NEXT PRE-BILL, OR
      *        (D)ROPS IT. EVERY RELEASE, MARK-DOWN AND DROP IS LOGGED
      *        TO DSB-REALIZATION.TXT WITH ITS STANDARD AND BILLED
      *        VALUE FOR THE ATTORNEY REALIZATION REPORT, AND EVERY
      *        RELEASE AND MARK-DOWN IS KEPT IN DETAIL ON
      *        DSB-CLIENT-TIME.TXT FOR THE LEDES INVOICE EXPORT.
      *        A RELEASE FOR A CLIENT NOT YET ON THE BILLING MASTER
      *        IS KEPT WITH A WARNING RATHER THAN INVENTING A MASTER
      *        RECORD FROM THIN AIR. NOTHING KEYED IS EVER LOST -
      *        KEPT ENTRIES CARRY FORWARD.
      *    UNRELEASED CLIENT COST ADVANCES ON DSB-CLIENT-COST.TXT ARE
      *        REVIEWED THE SAME WAY AFTER THE TIME. A RELEASED
      *        BILLABLE COST WAITS AS "R" FOR THE NIGHTLY BILLING RUN,
      *        WHICH BILLS IT AS ITS OWN OPEN ITEM; A RELEASED
      *        NON-BILLABLE COST IS MARKED "A" - ABSORBED BY THE FIRM,
      *        NEVER BILLED. COSTS NEED NO BILLING-MASTER ROW OR RATE,
      *        SO THEY ARE REVIEWED EVEN WHEN THERE IS NO TIME.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT WIP-TEMP         ASSIGN "DSB-CLIENT-WIP.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COST-IO          ASSIGN "DSB-CLIENT-COST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-COST-STATUS.

       SELECT COST-TEMP        ASSIGN "DSB-CLIENT-COST.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MST-IO           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLIENT-ID-IO
                               FILE STATUS IS WS-MST-STATUS.

       SELECT RLZ-OUT          ASSIGN "DSB-REALIZATION.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RLZ-STATUS.

       SELECT TIME-OUT         ASSIGN "DSB-CLIENT-TIME.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-TIME-STATUS.

       SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
           03  WIP-DATE                PIC 9(8).
           03  WIP-HOURS               PIC 9(3)V99.
           03  WIP-NARRATIVE           PIC X(30).
           03  WIP-TASK-CD             PIC X(4).
           03  WIP-ACT-CD              PIC X(4).

       FD  WIP-TEMP.
       01  WIP-TEMP-REC                PIC X(59).

       FD  COST-IO.
           COPY DSB-CLIENT-COST.

       FD  COST-TEMP.
       01  COST-TEMP-REC               PIC X(63).

       FD  MST-IO.
       01  REC-IO.
           03  TRANS-AMOUNT-IO     PIC 9(6).
           03  ATTY-CD-IO          PIC X(3).
           03  TRANS-HOURS-IO      PIC 9(3)V99.
           03  CONFLICT-STAT-IO    PIC X.
           03  CONFLICT-OPER-IO    PIC X(10).
           03  CONFLICT-DATE-IO    PIC 9(8).
           03  EBILL-FLAG-IO       PIC X.
           03  MATTER-REF-IO       PIC X(20).

       FD  RLZ-OUT.
           COPY DSB-REALIZE.

       FD  TIME-OUT.
           COPY DSB-CLIENT-TIME.

       FD  ATTY-MST-IN.
       01  ATTY-REC.
       01  WS-WIP-STATUS               PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-ATTY-STATUS              PIC XX.
       01  WS-COST-STATUS              PIC XX.
       01  WS-RLZ-STATUS               PIC XX.
       01  WS-TIME-STATUS              PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-ACTION                   PIC X.
       01  WS-EXT-VALUE                PIC 9(7)V99 VALUE ZERO.
       01  WS-EXT-DOLLARS              PIC 9(6) VALUE ZERO.
       01  WS-MARKDOWN-DOLLARS         PIC 9(6) VALUE ZERO.
       01  WS-DISP-HOURS               PIC ZZ9.99.
       01  WS-DISP-VALUE               PIC ZZZ,ZZ9.99.
       01  WS-DISP-BILLABLE            PIC X(9).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
       01  WS-REL-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-KEEP-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-DROP-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-MARKDOWN-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-COST-REL-CNTR            PIC 9(7) VALUE ZERO.
       01  WS-COST-KEEP-CNTR           PIC 9(7) VALUE ZERO.
       01  WS-COST-DROP-CNTR           PIC 9(7) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 150-REVIEW-TIME THRU 150-EXIT.
           PERFORM 400-REVIEW-COSTS THRU 400-EXIT.
           DISPLAY "RELEASED = " WS-REL-CNTR
               "  KEPT = " WS-KEEP-CNTR
               "  DROPPED = " WS-DROP-CNTR.
           DISPLAY "MARKED DOWN (INCLUDED IN RELEASED) = "
               WS-MARKDOWN-CNTR.
           DISPLAY "COSTS RELEASED = " WS-COST-REL-CNTR
               "  KEPT = " WS-COST-KEEP-CNTR
               "  DROPPED = " WS-COST-DROP-CNTR.
           ADD WS-COST-REL-CNTR TO WS-REL-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-REL-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       150-REVIEW-TIME.
           OPEN INPUT WIP-IO.
           IF WS-WIP-STATUS = "35"
               DISPLAY "DSB-CLIENT-WIP.TXT NOT FOUND - NO TIME TO "
                   "RELEASE"
               GO TO 150-EXIT
           END-IF.
           OPEN I-O MST-IO.
           IF WS-MST-STATUS = "35"
               DISPLAY "CH0601.TXT NOT FOUND - NOTHING TO RELEASE "
                   "INTO"
               CLOSE WIP-IO
               GO TO 150-EXIT
           END-IF.
           OPEN INPUT ATTY-MST-IN.
           OPEN OUTPUT WIP-TEMP.
           OPEN EXTEND RLZ-OUT.
           IF WS-RLZ-STATUS = "35"
               OPEN OUTPUT RLZ-OUT
               CLOSE RLZ-OUT
               OPEN EXTEND RLZ-OUT
           END-IF.
           OPEN EXTEND TIME-OUT.
           IF WS-TIME-STATUS = "35"
               OPEN OUTPUT TIME-OUT
               CLOSE TIME-OUT
               OPEN EXTEND TIME-OUT
           END-IF.
           READ WIP-IO AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 200-REVIEW-ONE-ENTRY UNTIL WS-EOF.
           CLOSE WIP-IO.
           CLOSE WIP-TEMP.
           CLOSE MST-IO.
           CLOSE ATTY-MST-IN.
           CLOSE RLZ-OUT.
           CLOSE TIME-OUT.
           PERFORM 300-COPY-WIP-BACK.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------*
      *    PRICING HAPPENS AT RELEASE TIME, NOT ENTRY TIME - TIME
           DISPLAY "CLIENT " WIP-CLIENT-ID " ATTY " WIP-ATTY-CD
               " HOURS " WS-DISP-HOURS " VALUE " WS-DISP-VALUE.
           DISPLAY "  " WIP-NARRATIVE.
           DISPLAY "(R)ELEASE, (M)ARK DOWN, (K)EEP, OR (D)ROP: "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "R"
               WHEN "r"
                   COMPUTE WS-EXT-DOLLARS ROUNDED = WS-EXT-VALUE
                   PERFORM 210-RELEASE-ENTRY
               WHEN "M"
               WHEN "m"
                   PERFORM 205-MARK-DOWN-ENTRY
               WHEN "D"
               WHEN "d"
                   ADD 1 TO WS-DROP-CNTR
                   MOVE ZERO TO WS-EXT-DOLLARS
                   PERFORM 220-WRITE-REALIZATION
                   DISPLAY "DROPPED"
               WHEN OTHER
                   ADD 1 TO WS-KEEP-CNTR
           END-EVALUATE.
           READ WIP-IO AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    A MARK-DOWN BILLS LESS THAN STANDARD BUT MORE THAN NOTHING -
      *    ZERO IS A DROP AND STANDARD OR MORE IS A PLAIN RELEASE, SO
      *    EITHER ANSWER KEEPS THE ENTRY FOR ANOTHER LOOK.

       205-MARK-DOWN-ENTRY.
           DISPLAY "BILL AT (WHOLE DOLLARS): " WITH NO ADVANCING.
           ACCEPT WS-MARKDOWN-DOLLARS.
           IF WS-MARKDOWN-DOLLARS > ZERO
               AND WS-MARKDOWN-DOLLARS < WS-EXT-VALUE
               MOVE WS-MARKDOWN-DOLLARS TO WS-EXT-DOLLARS
               ADD 1 TO WS-MARKDOWN-CNTR
               PERFORM 210-RELEASE-ENTRY
           ELSE
               DISPLAY "MARK-DOWN MUST BE ABOVE ZERO AND BELOW "
                   "STANDARD - ENTRY KEPT"
               ADD 1 TO WS-KEEP-CNTR
               WRITE WIP-TEMP-REC FROM WIP-REC
           END-IF.

      *-----------------------------------------------------------------*
      *    THE BILLING MASTER CARRIES ONE CONSULTATION ROW PER
      *    CLIENT, SO RELEASED TIME MERGES - HOURS AND DOLLARS ADD
                   WRITE WIP-TEMP-REC FROM WIP-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-EXT-DOLLARS TO TRANS-AMOUNT-IO
                   ADD WIP-HOURS TO TRANS-HOURS-IO
                   MOVE WS-RD-MNTH TO MONTH-IO
                   MOVE WIP-ATTY-CD TO ATTY-CD-IO
                   REWRITE REC-IO
                   ADD 1 TO WS-REL-CNTR
                   PERFORM 220-WRITE-REALIZATION
                   PERFORM 230-WRITE-TIME-DETAIL
                   DISPLAY "RELEASED TO BILLING"
           END-READ.

      *-----------------------------------------------------------------*
      *    STANDARD IS THE HOURS AT THE ATTORNEY MASTER RATE; BILLED
      *    IS WHAT WENT TO THE BILLING MASTER - ZERO FOR A DROP.

       220-WRITE-REALIZATION.
           MOVE WIP-ATTY-CD TO RLZ-ATTY-CD.
           MOVE WIP-CLIENT-ID TO RLZ-CLIENT-ID.
           MOVE WS-RUN-DATE TO RLZ-DATE.
           MOVE "T" TO RLZ-SOURCE.
           MOVE WS-EXT-VALUE TO RLZ-STANDARD.
           MOVE WS-EXT-DOLLARS TO RLZ-BILLED.
           MOVE ZERO TO RLZ-COLLECTED.
           MOVE ZERO TO RLZ-WRITTEN-OFF.
           WRITE REALIZE-REC.

      *-----------------------------------------------------------------*
      *    THE BILL MONTH IS THE RELEASE MONTH JUST STAMPED ON THE
      *    MASTER ROW.

       230-WRITE-TIME-DETAIL.
           MOVE WIP-ATTY-CD TO TMB-ATTY-CD.
           MOVE WIP-CLIENT-ID TO TMB-CLIENT-ID.
           MOVE WIP-DATE TO TMB-DATE.
           MOVE WIP-HOURS TO TMB-HOURS.
           MOVE ATTY-RATE-MST TO TMB-RATE.
           MOVE WS-EXT-VALUE TO TMB-STANDARD.
           MOVE WS-EXT-DOLLARS TO TMB-BILLED.
           MOVE WIP-TASK-CD TO TMB-TASK-CD.
           MOVE WIP-ACT-CD TO TMB-ACT-CD.
           MOVE WIP-NARRATIVE TO TMB-NARRATIVE.
           MOVE WS-RD-MNTH TO TMB-BILL-MONTH.
           MOVE WS-RD-YR TO TMB-BILL-YEAR.
           WRITE CLIENT-TIME-REC.

      *-----------------------------------------------------------------*

       300-COPY-WIP-BACK.
           END-PERFORM.
           CLOSE WIP-TEMP.
           CLOSE WIP-IO.

      *-----------------------------------------------------------------*
      *    EVERY COST ROW GOES THROUGH THE TEMP FILE - RELEASED AND
      *    BILLED HISTORY RIDES ALONG UNTOUCHED, ONLY UNRELEASED
      *    COSTS ARE SHOWN, AND ONLY A DROPPED COST IS LEFT OFF.

       400-REVIEW-COSTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT COST-IO.
           IF WS-COST-STATUS = "35"
               DISPLAY "DSB-CLIENT-COST.TXT NOT FOUND - NO COSTS TO "
                   "RELEASE"
               GO TO 400-EXIT
           END-IF.
           OPEN OUTPUT COST-TEMP.
           READ COST-IO AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 410-REVIEW-ONE-COST UNTIL WS-EOF.
           CLOSE COST-IO.
           CLOSE COST-TEMP.
           PERFORM 450-COPY-COSTS-BACK.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       410-REVIEW-ONE-COST.
           IF NOT CST-UNRELEASED
               WRITE COST-TEMP-REC FROM CLIENT-COST-REC
           ELSE
               MOVE CST-AMOUNT TO WS-DISP-VALUE
               IF CST-IS-BILLABLE
                   MOVE "BILLABLE" TO WS-DISP-BILLABLE
               ELSE
                   MOVE "NO CHARGE" TO WS-DISP-BILLABLE
               END-IF
               DISPLAY "CLIENT " CST-CLIENT-ID " COST " CST-CODE
                   " DATE " CST-DATE " AMOUNT " WS-DISP-VALUE
                   " " WS-DISP-BILLABLE
               DISPLAY "  " CST-DESC
               DISPLAY "(R)ELEASE, (K)EEP, OR (D)ROP: "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "R"
                   WHEN "r"
                       IF CST-IS-BILLABLE
                           MOVE "R" TO CST-STATUS
                           DISPLAY "RELEASED TO BILLING"
                       ELSE
                           MOVE "A" TO CST-STATUS
                           DISPLAY "RELEASED - ABSORBED BY THE FIRM"
                       END-IF
                       ADD 1 TO WS-COST-REL-CNTR
                       WRITE COST-TEMP-REC FROM CLIENT-COST-REC
                   WHEN "D"
                   WHEN "d"
                       ADD 1 TO WS-COST-DROP-CNTR
                       DISPLAY "DROPPED"
                   WHEN OTHER
                       ADD 1 TO WS-COST-KEEP-CNTR
                       WRITE COST-TEMP-REC FROM CLIENT-COST-REC
               END-EVALUATE
           END-IF.
           READ COST-IO AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       450-COPY-COSTS-BACK.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT COST-TEMP.
           OPEN OUTPUT COST-IO.
           READ COST-TEMP AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               WRITE CLIENT-COST-REC FROM COST-TEMP-REC
               READ COST-TEMP AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE COST-TEMP.
           CLOSE COST-IO.

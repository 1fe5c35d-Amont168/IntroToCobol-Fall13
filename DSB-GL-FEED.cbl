      *        INSTEAD OF BOOKING AN INCOMPLETE DAY, AND THE FEED
      *        SUMMARY SHOWS THE RECORD COUNT AND DOLLARS EACH SOURCE
      *        CONTRIBUTED.
      *    LOAN SERVICING IS THE FOURTH NIGHTLY SOURCE: DSB-LOAN-DELINQ
      *        WRITES LOAN-GL-TOTALS.TXT (LOANS RECEIVABLE, INTEREST
      *        INCOME, LATE-FEE INCOME, AND ESCROW LIABILITY PAIRS BY
      *        BRANCH), AND IT IS PROVEN AND DATE-CHECKED THE SAME AS
      *        THE OTHER THREE.
      *    THE BURSAR IS THE FIFTH NIGHTLY SOURCE: DSB-STU-GL-TOTALS
      *        WRITES STUDENT-GL-TOTALS.TXT (TUITION REVENUE BY
      *        RESIDENCY CLASS, FINANCIAL AID AS CONTRA-REVENUE, DROP
      *        REFUND LIABILITY, AND CASH RECEIPTS AGAINST STUDENT
      *        RECEIVABLES), PROVEN AND DATE-CHECKED LIKE THE REST.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-CLIENT-STATUS.

       SELECT LOAN-GL-IN        ASSIGN "LOAN-GL-TOTALS.TXT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-LOAN-STATUS.

       SELECT STUDENT-GL-IN     ASSIGN "STUDENT-GL-TOTALS.TXT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STUDENT-STATUS.

      *    PAIRS KEYED DURING THE DAY (ESCHEATS, ACH REVERSALS,
      *    WRITE-OFFS) LAND HERE INSTEAD OF ON THE NIGHTLY TOTALS
      *    FILES, WHICH THE MASTER-UPDATE RUNS RECREATE EVERY NIGHT -
       FD  CLIENT-GL-IN.
       01  CLIENT-GL-REC           PIC X(70).

       FD  LOAN-GL-IN.
       01  LOAN-GL-REC             PIC X(70).

       FD  STUDENT-GL-IN.
       01  STUDENT-GL-REC          PIC X(70).

       FD  DAYWORK-GL-IN.
       01  DAYWORK-GL-REC          PIC X(70).

       01  WS-BANK-STATUS           PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-CLIENT-STATUS         PIC XX.
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-DAYWORK-STATUS        PIC XX.

       01  WS-EOF-FLAG              PIC X VALUE "N".
           88  WS-FEED-HELD               VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-PROGRAM-NAME          PIC X(20) VALUE "DSB-GL-FEED".

           COPY DSB-STEP-PARM.

       01  WS-CHART-STATUS          PIC XX.
       01  WS-CHART-FLAG            PIC X VALUE "N".
           03  FILLER               PIC X(10) VALUE "  DEBITS  ".
           03  BL-DOLLARS           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SOURCE-TABLE.
           03  WS-SOURCE-ENTRY OCCURS 6 TIMES.
               05  WS-SRC-NAME      PIC X(10).
               05  WS-SRC-COUNT     PIC 9(5).
               05  WS-SRC-DOLLARS   PIC S9(11)V99.
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE "BANK" TO WS-SRC-NAME(1).
           MOVE "PAYROLL" TO WS-SRC-NAME(2).
           MOVE "CLIENT" TO WS-SRC-NAME(3).
           MOVE "LOAN" TO WS-SRC-NAME(4).
           MOVE "STUDENT" TO WS-SRC-NAME(5).
           MOVE "DAY WORK" TO WS-SRC-NAME(6).
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 6
               MOVE ZERO TO WS-SRC-COUNT(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-DOLLARS(WS-SRC-IDX)
               MOVE "N" TO WS-SRC-CURRENT(WS-SRC-IDX)
               END-IF
               MERGE MRG-WORK ON ASCENDING KEY GL-DATE
                   USING BANK-GL-IN PAYROLL-GL-IN CLIENT-GL-IN
                       LOAN-GL-IN STUDENT-GL-IN DAYWORK-GL-IN
                   GIVING GL-FEED-OUT
               OPEN OUTPUT DAYWORK-GL-IN
               CLOSE DAYWORK-GL-IN
           IF WS-FEED-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "D" TO WS-STEP-ACTION.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           STOP RUN.

      *-----------------------------------------------------------------*
           IF WS-CLIENT-STATUS NOT = "35"
               CLOSE CLIENT-GL-IN
           END-IF.
           OPEN INPUT LOAN-GL-IN.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-LOAN-STATUS = "35"
               MOVE "Y" TO WS-EOF-FLAG
               MOVE "Y" TO WS-HOLD-FLAG
           ELSE
               READ LOAN-GL-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF
               MOVE LOAN-GL-REC TO WS-CHECK-REC
               ADD WS-CHK-AMOUNT TO WS-NET-TOTAL
               MOVE 4 TO WS-SRC-IDX
               PERFORM 160-TALLY-SOURCE
               READ LOAN-GL-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           IF WS-LOAN-STATUS NOT = "35"
               CLOSE LOAN-GL-IN
           END-IF.
           OPEN INPUT STUDENT-GL-IN.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-STUDENT-STATUS = "35"
               MOVE "Y" TO WS-EOF-FLAG
               MOVE "Y" TO WS-HOLD-FLAG
           ELSE
               READ STUDENT-GL-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF
               MOVE STUDENT-GL-REC TO WS-CHECK-REC
               ADD WS-CHK-AMOUNT TO WS-NET-TOTAL
               MOVE 5 TO WS-SRC-IDX
               PERFORM 160-TALLY-SOURCE
               READ STUDENT-GL-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           IF WS-STUDENT-STATUS NOT = "35"
               CLOSE STUDENT-GL-IN
           END-IF.
           OPEN INPUT DAYWORK-GL-IN.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-DAYWORK-STATUS = "35"
           PERFORM UNTIL WS-EOF
               MOVE DAYWORK-GL-REC TO WS-CHECK-REC
               ADD WS-CHK-AMOUNT TO WS-NET-TOTAL
               MOVE 6 TO WS-SRC-IDX
               PERFORM 160-TALLY-SOURCE
               READ DAYWORK-GL-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ

       170-CHECK-SOURCE-DATES.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 5
               IF WS-SRC-CURRENT(WS-SRC-IDX) NOT = "Y"
                   MOVE "Y" TO WS-HOLD-FLAG
                   DISPLAY "GL SOURCE " WS-SRC-NAME(WS-SRC-IDX)
           MOVE "GL FEED SOURCE SUMMARY" TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 6
               MOVE WS-SRC-NAME(WS-SRC-IDX) TO SL-SOURCE
               MOVE WS-SRC-COUNT(WS-SRC-IDX) TO SL-COUNT
               MOVE WS-SRC-DOLLARS(WS-SRC-IDX) TO SL-DOLLARS
               EVALUATE TRUE
                   WHEN WS-SRC-IDX = 6 AND
                        WS-SRC-COUNT(WS-SRC-IDX) > ZERO
                       MOVE "ON HAND" TO SL-STATUS
                   WHEN WS-SRC-IDX = 6
                       MOVE "NONE" TO SL-STATUS
                   WHEN WS-SRC-CURRENT(WS-SRC-IDX) = "Y"
                       MOVE "CURRENT" TO SL-STATUS

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-STU-GL-TOTALS
      *    PURPOSE: NIGHTLY BURSAR GL TOTALS FOR DSB-GL-FEED. THE
      *        PROGRAMS THAT MOVE MONEY ON DSB-STU-OPEN-ITEMS.TXT
      *        APPEND BALANCED PAIRS TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS THEY RUN -
      *            DSB-TUITION-ASSESS  TUITION REVENUE BY RESIDENCY
      *                                CLASS, AND FINANCIAL AID AS A
      *                                CONTRA-REVENUE PAIR
      *            DSB-REG-ENTRY AND   DROP REFUNDS TO THE STUDENT
      *            DSB-SECT-CANCEL     REFUND LIABILITY
      *            DSB-STU-PAY-POST    CASH RECEIPTS APPLIED
      *            DSB-PLAN-SETUP AND  PAYMENT PLAN ENROLLMENT AND LATE
      *            DSB-PLAN-LATE       FEES TO STUDENT FEE INCOME
      *        THIS STEP SUMS THE PROCESSING DATE'S PAIRS TO ONE
      *        BALANCED PAIR PER BRANCH PER KIND OF ACTIVITY ON
      *        STUDENT-GL-TOTALS.TXT (DSB-GL-DETAIL LAYOUT), SO THE
      *        REGISTRAR'S SIDE POSTS TO THE LEDGER WITH EVERYTHING
      *        ELSE INSTEAD OF BEING BOOKED BY HAND FROM THE PRINTED
      *        TUITION REGISTER. A NIGHT WITH NO BURSAR ACTIVITY
      *        STILL WRITES A ZERO PAIR DATED THE PROCESSING DATE, SO
      *        THE FEED CAN TELL A QUIET NIGHT FROM A SKIPPED STEP.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-STU-GL-TOTALS.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT STU-GL-WORK-IN   ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-WORK-STATUS.

       SELECT STU-GL-OUT       ASSIGN "STUDENT-GL-TOTALS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  STU-GL-WORK-IN.
       01  STU-GL-WORK-REC             PIC X(70).

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-GL-WORK-STATUS           PIC XX.
       01  WS-GL-WORK-EOF-FLAG         PIC X VALUE "N".
           88  WS-GL-WORK-EOF                VALUE "Y".

       01  WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).

      *    STUDENT RECEIVABLES - THE ACCOUNT THE ZERO PAIR CARRIES.
       01  WS-GL-STU-AR-ACCT           PIC X(4) VALUE "1210".

      *    ONE ROW OF THE STUDENT GL WORK FILE - THE LAYOUT MIRRORS
      *    DSB-GL-DETAIL. A DEBIT ROW IS ALWAYS FOLLOWED BY ITS
      *    CREDIT ROW.
       01  WS-WORK-ROW.
           03  WS-WK-DATE              PIC X(8).
           03  WS-WK-SOURCE            PIC X(10).
           03  WS-WK-DESC              PIC X(30).
           03  WS-WK-AMOUNT            PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           03  WS-WK-DR-ACCT           PIC X(4).
           03  WS-WK-CR-ACCT           PIC X(4).
           03  WS-WK-BRANCH            PIC X(2).

      *    THE NIGHT'S STUDENT GL TOTALS - ONE SLOT PER BRANCH AND
      *    KIND OF ACTIVITY (DESCRIPTION AND ACCOUNT PAIR).
       01  WS-SG-TABLE.
           03  WS-SG-ENTRY OCCURS 100 TIMES.
               05  WS-SG-BRANCH        PIC X(2).
               05  WS-SG-DR            PIC X(4).
               05  WS-SG-CR            PIC X(4).
               05  WS-SG-DESC          PIC X(30).
               05  WS-SG-AMOUNT        PIC S9(9)V99.
       01  WS-SG-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-SG-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-SG-SLOT                  PIC 9(3) VALUE ZERO.
       01  WS-SG-PAIR-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-GL-PAIR-DR               PIC X(4).
       01  WS-GL-PAIR-CR               PIC X(4).
       01  WS-GL-PAIR-DESC             PIC X(30).
       01  WS-GL-BRANCH                PIC X(2).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-STU-GL-TOTALS".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 200-LOAD-DAY-WORK.
           PERFORM 300-WRITE-STU-GL-TOTALS.
           DISPLAY "STUDENT GL PAIRS WRITTEN = " WS-SG-PAIR-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-SG-PAIR-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
      *    THE DAY'S PAIRS FROM THE STUDENT GL WORK FILE - ONLY ROWS
      *    DATED THE PROCESSING DATE COUNT, SO A RERUN OF THE NIGHT
      *    REBUILDS THE SAME TOTALS AND EARLIER DAYS ALREADY CARRIED
      *    BY THEIR OWN FEED ARE NOT BOOKED AGAIN.

       200-LOAD-DAY-WORK.
           OPEN INPUT STU-GL-WORK-IN.
           IF WS-GL-WORK-STATUS = "35"
               MOVE "Y" TO WS-GL-WORK-EOF-FLAG
           ELSE
               READ STU-GL-WORK-IN INTO WS-WORK-ROW
                   AT END MOVE "Y" TO WS-GL-WORK-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 205-TAKE-WORK-ROW UNTIL WS-GL-WORK-EOF.
           IF WS-GL-WORK-STATUS NOT = "35"
               CLOSE STU-GL-WORK-IN
           END-IF.

      *-----------------------------------------------------------------*
      *    A DEBIT ROW SETS UP THE PAIR; THE CREDIT ROW BEHIND IT
      *    SUPPLIES THE CREDIT ACCOUNT AND ADDS THE PAIR IN.

       205-TAKE-WORK-ROW.
           IF WS-WK-DATE = WS-RUN-DATE
               IF WS-WK-DR-ACCT NOT = SPACES
                   MOVE WS-WK-DR-ACCT TO WS-GL-PAIR-DR
                   MOVE WS-WK-AMOUNT TO WS-GL-PAIR-AMT
                   MOVE WS-WK-DESC TO WS-GL-PAIR-DESC
                   MOVE WS-WK-BRANCH TO WS-GL-BRANCH
               ELSE
                   MOVE WS-WK-CR-ACCT TO WS-GL-PAIR-CR
                   PERFORM 210-ADD-TO-STU-GL
               END-IF
           END-IF.
           READ STU-GL-WORK-IN INTO WS-WORK-ROW
               AT END MOVE "Y" TO WS-GL-WORK-EOF-FLAG
           END-READ.

      *-----------------------------------------------------------------*

       210-ADD-TO-STU-GL.
           IF WS-GL-PAIR-AMT NOT = ZERO
               MOVE ZERO TO WS-SG-SLOT
               PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                       UNTIL WS-SG-SLOT > ZERO OR WS-SG-IDX > WS-SG-CNT
                   IF WS-SG-BRANCH(WS-SG-IDX) = WS-GL-BRANCH
                       AND WS-SG-DR(WS-SG-IDX) = WS-GL-PAIR-DR
                       AND WS-SG-CR(WS-SG-IDX) = WS-GL-PAIR-CR
                       AND WS-SG-DESC(WS-SG-IDX) = WS-GL-PAIR-DESC
                       MOVE WS-SG-IDX TO WS-SG-SLOT
                   END-IF
               END-PERFORM
               IF WS-SG-SLOT = ZERO
                   IF WS-SG-CNT < 100
                       ADD 1 TO WS-SG-CNT
                       MOVE WS-GL-BRANCH TO WS-SG-BRANCH(WS-SG-CNT)
                       MOVE WS-GL-PAIR-DR TO WS-SG-DR(WS-SG-CNT)
                       MOVE WS-GL-PAIR-CR TO WS-SG-CR(WS-SG-CNT)
                       MOVE WS-GL-PAIR-DESC TO WS-SG-DESC(WS-SG-CNT)
                       MOVE ZERO TO WS-SG-AMOUNT(WS-SG-CNT)
                       MOVE WS-SG-CNT TO WS-SG-SLOT
                   ELSE
                       DISPLAY "*** STUDENT GL TABLE FULL AT 100 - "
                           WS-GL-PAIR-DESC " NOT BOOKED ***"
                       MOVE "FAILED" TO WS-END-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE 8 TO WS-STEP-RC
                   END-IF
               END-IF
               IF WS-SG-SLOT > ZERO
                   ADD WS-GL-PAIR-AMT TO WS-SG-AMOUNT(WS-SG-SLOT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    STUDENT-GL-TOTALS.TXT IS RECREATED EVERY NIGHT, ONE
      *    BALANCED PAIR PER SLOT - THE DEBIT ROW CARRIES THE AMOUNT,
      *    THE CREDIT ROW THE SAME AMOUNT NEGATED. A NIGHT WITH
      *    NOTHING TO BOOK WRITES ONE ZERO PAIR SO THE FILE STILL
      *    CARRIES THE PROCESSING DATE.

       300-WRITE-STU-GL-TOTALS.
           OPEN OUTPUT STU-GL-OUT.
           MOVE WS-RD-YR TO GL-YEAR.
           MOVE WS-RD-MNTH TO GL-MONTH.
           MOVE WS-RD-DY TO GL-DAY.
           MOVE "STUDENT" TO GL-SOURCE.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-CNT
               IF WS-SG-AMOUNT(WS-SG-IDX) NOT = ZERO
                   MOVE WS-SG-BRANCH(WS-SG-IDX) TO GL-BRANCH
                   MOVE WS-SG-DESC(WS-SG-IDX) TO GL-DESCRIPTION
                   MOVE WS-SG-AMOUNT(WS-SG-IDX) TO WS-GL-PAIR-AMT
                   MOVE WS-SG-DR(WS-SG-IDX) TO WS-GL-PAIR-DR
                   MOVE WS-SG-CR(WS-SG-IDX) TO WS-GL-PAIR-CR
                   PERFORM 310-WRITE-GL-PAIR
               END-IF
           END-PERFORM.
           IF WS-SG-PAIR-CNTR = ZERO
               MOVE "00" TO GL-BRANCH
               MOVE "NO BURSAR ACTIVITY" TO GL-DESCRIPTION
               MOVE ZERO TO WS-GL-PAIR-AMT
               MOVE WS-GL-STU-AR-ACCT TO WS-GL-PAIR-DR
               MOVE WS-GL-STU-AR-ACCT TO WS-GL-PAIR-CR
               PERFORM 310-WRITE-GL-PAIR
           END-IF.
           CLOSE STU-GL-OUT.

      *-----------------------------------------------------------------*

       310-WRITE-GL-PAIR.
           MOVE WS-GL-PAIR-AMT TO GL-AMOUNT.
           MOVE WS-GL-PAIR-DR TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-PAIR-CR TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           ADD 1 TO WS-SG-PAIR-CNTR.

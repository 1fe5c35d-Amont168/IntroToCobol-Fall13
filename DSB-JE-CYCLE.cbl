      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-JE-CYCLE
      *    PURPOSE: NIGHTLY REVERSING AND RECURRING JOURNAL ENTRY RUN,
      *        AHEAD OF THE GL FEED. EVERY APPROVED MANUAL ENTRY ON
      *        DSB-JOURNAL.TXT THAT STILL HAS WORK TO DO IS PICKED UP:
      *            (R)EVERSING - ONCE THE PROCESSING DATE REACHES THE
      *                PERIOD AFTER THE ENTRY'S OWN, THE ENTRY IS BOOKED
      *                AGAIN WITH EVERY DEBIT AND CREDIT SWAPPED, DATED
      *                THE FIRST DAY OF THAT PERIOD, AND THE ORIGINAL IS
      *                MARKED COMPLETE.
      *            (M)ONTHLY   - FOR EACH PERIOD AFTER THE LAST ONE
      *                BOOKED, UP TO THE PROCESSING DATE'S PERIOD AND
      *                NO FURTHER THAN THE ENTRY'S END PERIOD, THE ENTRY
      *                IS BOOKED AGAIN DATED THE FIRST DAY OF THAT
      *                PERIOD. REACHING THE END PERIOD MARKS THE
      *                ORIGINAL COMPLETE.
      *        EACH BOOKING IS A NEW JOURNAL ENTRY - NEXT NUMBER FROM
      *        DSB-JE-CONTROL.TXT, ALREADY APPROVED UNDER THE ORIGINAL
      *        MAKER AND APPROVER, POINTING BACK THROUGH JE-ORIG-NUM -
      *        AND ITS LINES GO TO DSB-GL-DAYWORK.TXT FOR TONIGHT'S
      *        GL FEED, THE SAME AS AN ENTRY APPROVED ON-LINE. A
      *        BOOKING WHOSE PERIOD IS CLOSED IS HELD AND TRIED AGAIN
      *        THE NEXT NIGHT.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-JE-CYCLE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT JOURNAL-FILE     ASSIGN "DSB-JOURNAL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS JE-KEY
                               FILE STATUS IS WS-JE-STATUS.

       SELECT JE-CONTROL       ASSIGN "DSB-JE-CONTROL.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-JECTL-STATUS.

       SELECT JE-GL-OUT        ASSIGN "DSB-GL-DAYWORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  JOURNAL-FILE.
           COPY DSB-JOURNAL.

       FD  JE-CONTROL.
       01  JE-CONTROL-REC.
           03  JEC-NEXT-NUM            PIC 9(6).

       FD  JE-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-JE-STATUS                PIC XX.
       01  WS-JECTL-STATUS             PIC XX.
       01  WS-GL-STATUS                PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-RUN-PERIOD               PIC 9(6).

      *    THE ENTRIES WITH WORK LEFT, GATHERED ON ONE PASS OF THE
      *    JOURNAL BEFORE ANY NEW ENTRY IS WRITTEN TO IT.
       01  WS-DUE-MAX                  PIC 9(3) VALUE 200.
       01  WS-DUE-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-DUE-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-DUE-TABLE.
           03  WS-DUE-ENTRY OCCURS 200 TIMES.
               05  WS-DUE-NUM          PIC 9(6).
               05  WS-DUE-TYPE         PIC X.
               05  WS-DUE-END          PIC 9(6).
               05  WS-DUE-LAST         PIC 9(6).

      *    THE PERIOD BEING BOOKED AND ITS FIRST DAY.
       01  WS-GEN-PERIOD               PIC 9(6).
       01  WS-GEN-PERIOD-BRK REDEFINES WS-GEN-PERIOD.
           03  WS-GP-YR                PIC 9(4).
           03  WS-GP-MNTH              PIC 9(2).
       01  WS-GEN-DATE                 PIC 9(8).
       01  WS-PERIOD-FLAG              PIC X VALUE "O".
           88  WS-PERIOD-OPEN                VALUE "O".

       01  WS-SWAP-FLAG                PIC X VALUE "N".
           88  WS-SWAP-SIDES                 VALUE "Y".
       01  WS-CYCLE-STOP-FLAG          PIC X VALUE "N".
           88  WS-CYCLE-STOP                 VALUE "Y".
       01  WS-JE-END-FLAG              PIC X VALUE "N".
           88  WS-JE-END                     VALUE "Y".
       01  WS-JE-LINE                  PIC 99.
       01  WS-NEW-STATUS               PIC X.

       01  WS-NEXT-JE-NUM              PIC 9(6) VALUE 1.
       01  WS-NEW-JE-NUM               PIC 9(6).

       01  WS-HELD-CNTR                PIC 9(5) VALUE ZERO.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-JE-CYCLE".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-GEN-CNTR                 PIC 9(7) VALUE ZERO.

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
           COMPUTE WS-RUN-PERIOD = (WS-RD-YR * 100) + WS-RD-MNTH.
           OPEN I-O JOURNAL-FILE.
           IF WS-JE-STATUS = "35"
               DISPLAY "DSB-JOURNAL.TXT NOT FOUND - NO JOURNAL ENTRIES"
               CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
                   WS-OPERATOR-ID WS-START-TIME WS-GEN-CNTR
                   WS-END-STATUS
               DISPLAY "PROGRAM END"
               GOBACK
           END-IF.
           PERFORM 110-READ-JE-CONTROL.
           PERFORM 200-FIND-DUE-ENTRIES.
           OPEN EXTEND JE-GL-OUT.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT JE-GL-OUT
               CLOSE JE-GL-OUT
               OPEN EXTEND JE-GL-OUT
           END-IF.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-CNT
               IF WS-DUE-TYPE(WS-DUE-IDX) = "R"
                   PERFORM 300-REVERSE-ENTRY
               ELSE
                   MOVE "N" TO WS-CYCLE-STOP-FLAG
                   PERFORM 350-RECUR-ENTRY UNTIL WS-CYCLE-STOP
               END-IF
           END-PERFORM.
           CLOSE JE-GL-OUT.
           PERFORM 120-PUT-BACK-JE-CONTROL.
           CLOSE JOURNAL-FILE.
           DISPLAY "JOURNAL ENTRIES BOOKED = " WS-GEN-CNTR.
           DISPLAY "BOOKINGS HELD          = " WS-HELD-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-GEN-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-JE-CONTROL.
           OPEN INPUT JE-CONTROL.
           IF WS-JECTL-STATUS = "00"
               READ JE-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE JEC-NEXT-NUM TO WS-NEXT-JE-NUM
               END-READ
               CLOSE JE-CONTROL
           END-IF.

      *-----------------------------------------------------------------*

       120-PUT-BACK-JE-CONTROL.
           OPEN OUTPUT JE-CONTROL.
           MOVE WS-NEXT-JE-NUM TO JEC-NEXT-NUM.
           WRITE JE-CONTROL-REC.
           CLOSE JE-CONTROL.

      *-----------------------------------------------------------------*
      *    LINE 01 OF EACH ENTRY SPEAKS FOR THE ENTRY. ONLY A KEYED
      *    ORIGINAL (NO JE-ORIG-NUM) THAT IS APPROVED AND NOT YET
      *    COMPLETE CAN HAVE A REVERSAL OR A RECURRENCE DUE.

       200-FIND-DUE-ENTRIES.
           MOVE "N" TO WS-EOF-FLAG.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM UNTIL WS-EOF
               IF JE-LINE = 1 AND JE-IS-APPROVED
                       AND JE-ORIG-NUM = ZERO
                       AND (JE-IS-REVERSING OR JE-IS-RECURRING)
                   IF WS-DUE-CNT < WS-DUE-MAX
                       ADD 1 TO WS-DUE-CNT
                       MOVE JE-NUM TO WS-DUE-NUM(WS-DUE-CNT)
                       MOVE JE-TYPE TO WS-DUE-TYPE(WS-DUE-CNT)
                       MOVE JE-END-PERIOD TO WS-DUE-END(WS-DUE-CNT)
                       MOVE JE-LAST-PERIOD TO WS-DUE-LAST(WS-DUE-CNT)
                   ELSE
                       DISPLAY "*** DUE TABLE FULL AT 200 - ENTRY "
                           JE-NUM " WAITS FOR THE NEXT RUN ***"
                   END-IF
               END-IF
               READ JOURNAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    A REVERSING ENTRY'S LAST PERIOD IS ITS OWN PERIOD UNTIL THE
      *    REVERSAL IS BOOKED IN THE PERIOD AFTER IT.

       300-REVERSE-ENTRY.
           MOVE WS-DUE-LAST(WS-DUE-IDX) TO WS-GEN-PERIOD.
           PERFORM 900-NEXT-PERIOD.
           IF WS-GEN-PERIOD NOT > WS-RUN-PERIOD
               COMPUTE WS-GEN-DATE = (WS-GEN-PERIOD * 100) + 1
               CALL "DSB-PERIOD-CHECK" USING WS-GEN-DATE
                   WS-PERIOD-FLAG
               IF WS-PERIOD-OPEN
                   MOVE "Y" TO WS-SWAP-FLAG
                   PERFORM 400-BOOK-ENTRY
                   MOVE WS-GEN-PERIOD TO WS-DUE-LAST(WS-DUE-IDX)
                   MOVE "C" TO WS-NEW-STATUS
                   PERFORM 450-UPDATE-ORIGINAL
                   DISPLAY "ENTRY " WS-DUE-NUM(WS-DUE-IDX)
                       " REVERSED BY ENTRY " WS-NEW-JE-NUM
               ELSE
                   ADD 1 TO WS-HELD-CNTR
                   DISPLAY "ENTRY " WS-DUE-NUM(WS-DUE-IDX)
                       " REVERSAL HELD - PERIOD " WS-GEN-PERIOD
                       " IS CLOSED"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    ONE RECURRENCE PER PASS, UNTIL THE ENTRY IS CAUGHT UP TO THE
      *    PROCESSING PERIOD, REACHES ITS END PERIOD, OR HITS A CLOSED
      *    PERIOD.

       350-RECUR-ENTRY.
           MOVE WS-DUE-LAST(WS-DUE-IDX) TO WS-GEN-PERIOD.
           PERFORM 900-NEXT-PERIOD.
           IF WS-GEN-PERIOD > WS-RUN-PERIOD
                   OR WS-GEN-PERIOD > WS-DUE-END(WS-DUE-IDX)
               MOVE "Y" TO WS-CYCLE-STOP-FLAG
           ELSE
               COMPUTE WS-GEN-DATE = (WS-GEN-PERIOD * 100) + 1
               CALL "DSB-PERIOD-CHECK" USING WS-GEN-DATE
                   WS-PERIOD-FLAG
               IF WS-PERIOD-OPEN
                   MOVE "N" TO WS-SWAP-FLAG
                   PERFORM 400-BOOK-ENTRY
                   MOVE WS-GEN-PERIOD TO WS-DUE-LAST(WS-DUE-IDX)
                   IF WS-GEN-PERIOD = WS-DUE-END(WS-DUE-IDX)
                       MOVE "C" TO WS-NEW-STATUS
                       MOVE "Y" TO WS-CYCLE-STOP-FLAG
                   ELSE
                       MOVE "A" TO WS-NEW-STATUS
                   END-IF
                   PERFORM 450-UPDATE-ORIGINAL
                   DISPLAY "ENTRY " WS-DUE-NUM(WS-DUE-IDX)
                       " RECURS AS ENTRY " WS-NEW-JE-NUM
                       " FOR PERIOD " WS-GEN-PERIOD
               ELSE
                   ADD 1 TO WS-HELD-CNTR
                   DISPLAY "ENTRY " WS-DUE-NUM(WS-DUE-IDX)
                       " RECURRENCE HELD - PERIOD " WS-GEN-PERIOD
                       " IS CLOSED"
                   MOVE "Y" TO WS-CYCLE-STOP-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    EACH LINE OF THE ORIGINAL IS READ, RE-KEYED UNDER THE NEW
      *    ENTRY NUMBER AND DATE, AND WRITTEN BACK AS A NEW LINE; THE
      *    MAKER AND APPROVER CARRY OVER FROM THE ORIGINAL.

       400-BOOK-ENTRY.
           MOVE WS-NEXT-JE-NUM TO WS-NEW-JE-NUM.
           ADD 1 TO WS-NEXT-JE-NUM.
           MOVE "N" TO WS-JE-END-FLAG.
           MOVE 1 TO WS-JE-LINE.
           PERFORM UNTIL WS-JE-END
               MOVE WS-DUE-NUM(WS-DUE-IDX) TO JE-NUM
               MOVE WS-JE-LINE TO JE-LINE
               READ JOURNAL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-JE-END-FLAG
                   NOT INVALID KEY
                       PERFORM 410-WRITE-BOOKED-LINE
                       ADD 1 TO WS-JE-LINE
               END-READ
           END-PERFORM.
           ADD 1 TO WS-GEN-CNTR.

      *-----------------------------------------------------------------*

       410-WRITE-BOOKED-LINE.
           MOVE WS-NEW-JE-NUM TO JE-NUM.
           MOVE WS-GEN-DATE TO JE-DATE.
           MOVE "S" TO JE-TYPE.
           MOVE ZERO TO JE-END-PERIOD.
           MOVE WS-GEN-PERIOD TO JE-LAST-PERIOD.
           MOVE "A" TO JE-STATUS.
           MOVE WS-DUE-NUM(WS-DUE-IDX) TO JE-ORIG-NUM.
           MOVE WS-RUN-DATE TO JE-ENTRY-DATE.
           IF WS-SWAP-SIDES
               IF JE-IS-DEBIT
                   MOVE "C" TO JE-DR-CR
               ELSE
                   MOVE "D" TO JE-DR-CR
               END-IF
           END-IF.
           WRITE JOURNAL-REC
               INVALID KEY
                   DISPLAY "JOURNAL WRITE FAILED, STATUS "
                       WS-JE-STATUS
           END-WRITE.
           PERFORM 420-WRITE-GL-ROW.

      *-----------------------------------------------------------------*
      *    SAME GL DETAIL ROW DSB-CHG-APPROVE WRITES FOR AN ENTRY
      *    APPROVED ON-LINE.

       420-WRITE-GL-ROW.
           MOVE JE-YEAR TO GL-YEAR.
           MOVE JE-MONTH TO GL-MONTH.
           MOVE JE-DAY TO GL-DAY.
           MOVE "JOURNAL" TO GL-SOURCE.
           MOVE JE-DESC TO GL-DESCRIPTION.
           MOVE "00" TO GL-BRANCH.
           IF JE-IS-DEBIT
               MOVE JE-AMOUNT TO GL-AMOUNT
               MOVE JE-ACCT TO GL-DEBIT-ACCT
               MOVE SPACES TO GL-CREDIT-ACCT
           ELSE
               COMPUTE GL-AMOUNT = ZERO - JE-AMOUNT
               MOVE SPACES TO GL-DEBIT-ACCT
               MOVE JE-ACCT TO GL-CREDIT-ACCT
           END-IF.
           WRITE GL-DETAIL-REC.

      *-----------------------------------------------------------------*

       450-UPDATE-ORIGINAL.
           MOVE "N" TO WS-JE-END-FLAG.
           MOVE 1 TO WS-JE-LINE.
           PERFORM UNTIL WS-JE-END
               MOVE WS-DUE-NUM(WS-DUE-IDX) TO JE-NUM
               MOVE WS-JE-LINE TO JE-LINE
               READ JOURNAL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-JE-END-FLAG
                   NOT INVALID KEY
                       MOVE WS-DUE-LAST(WS-DUE-IDX) TO JE-LAST-PERIOD
                       MOVE WS-NEW-STATUS TO JE-STATUS
                       REWRITE JOURNAL-REC
                       ADD 1 TO WS-JE-LINE
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       900-NEXT-PERIOD.
           IF WS-GP-MNTH = 12
               ADD 1 TO WS-GP-YR
               MOVE 1 TO WS-GP-MNTH
           ELSE
               ADD 1 TO WS-GP-MNTH
           END-IF.

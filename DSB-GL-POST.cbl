      *        POSTS, SO A HELD FEED POSTS NOTHING AND A CLEAN FEED
      *        IS EMPTIED ONCE POSTED. EITHER WAY A RERUN CANNOT
      *        DOUBLE-BOOK THE DAY.
      *    EVERY ROW ALSO ADDS TO ITS BRANCH'S SHARE OF THE ACCOUNT ON
      *        THE BRANCH LEDGER (DSB-GL-BRANCH.TXT, KEYED ON ACCOUNT,
      *        PERIOD, AND GL-BRANCH), WHICH DSB-BUDGET-RPT READS FOR
      *        BRANCH ACTUALS - THE MASTER ITSELF CARRIES NO BRANCH.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS GLM-KEY
                               FILE STATUS IS WS-GLM-STATUS.

       SELECT GL-BRANCH-FILE   ASSIGN "DSB-GL-BRANCH.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS GLB-KEY
                               FILE STATUS IS WS-GLB-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  GLM-BALANCE             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  GL-BRANCH-FILE.
       01  GL-BRANCH-REC.
           03  GLB-KEY.
               05  GLB-ACCT            PIC X(4).
               05  GLB-PERIOD          PIC 9(6).
               05  GLB-BRANCH          PIC X(2).
           03  GLB-BALANCE             PIC S9(11)V99
                                       SIGN IS TRAILING SEPARATE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FEED-STATUS              PIC XX.
       01  WS-GLM-STATUS               PIC XX.
       01  WS-GLB-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-GL-POST".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
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
           OPEN INPUT GL-FEED-IN.
               DISPLAY "*** ONE OR MORE ROWS HIT A CLOSED PERIOD - "
                   "NOTHING POSTED, FEED LEFT ON HAND FOR "
                   "REVIEW ***"
               CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
                   WS-OPERATOR-ID WS-START-TIME WS-POST-CNTR
                   WS-END-STATUS
               DISPLAY "PROGRAM END"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GL-MASTER.
               CLOSE GL-MASTER
               OPEN I-O GL-MASTER
           END-IF.
           OPEN I-O GL-BRANCH-FILE.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-BRANCH-FILE
               CLOSE GL-BRANCH-FILE
               OPEN I-O GL-BRANCH-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT GL-FEED-IN.
           READ GL-FEED-IN AT END MOVE "Y" TO WS-EOF-FLAG.
           PERFORM 200-POST-LOOP UNTIL WS-EOF.
           CLOSE GL-FEED-IN.
           CLOSE GL-MASTER.
           CLOSE GL-BRANCH-FILE.
           OPEN OUTPUT GL-FEED-IN.
           CLOSE GL-FEED-IN.
           DISPLAY "ROWS POSTED = " WS-POST-CNTR.
               WS-START-TIME WS-POST-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           COMPUTE WS-POST-PERIOD =
               (GL-YEAR * 100) + GL-MONTH.
           PERFORM 210-ADD-TO-MASTER.
           PERFORM 220-ADD-TO-BRANCH.
           READ GL-FEED-IN AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
           END-READ.
           ADD GL-AMOUNT TO WS-NET-POSTED.
           ADD 1 TO WS-POST-CNTR.

      *-----------------------------------------------------------------*

       220-ADD-TO-BRANCH.
           MOVE WS-POST-ACCT TO GLB-ACCT.
           MOVE WS-POST-PERIOD TO GLB-PERIOD.
           MOVE GL-BRANCH TO GLB-BRANCH.
           READ GL-BRANCH-FILE
               INVALID KEY
                   MOVE GL-AMOUNT TO GLB-BALANCE
                   WRITE GL-BRANCH-REC
               NOT INVALID KEY
                   ADD GL-AMOUNT TO GLB-BALANCE
                   REWRITE GL-BRANCH-REC
           END-READ.

      *    AN ELECTION DSB-PAY-ACH-RET HAS FLAGGED FAILED ("F") IS
      *        SKIPPED HERE, SO THE EMPLOYEE ROUTES THROUGH THE PAPER
      *        CHECK RUN AUTOMATICALLY UNTIL THE BANK DATA IS FIXED.
      *    ONCE THE BATCH BALANCES, EACH DEPOSIT'S TRACE (RUN DATE
      *        YYMMDD PLUS ITS DETAIL SEQUENCE IN THE BATCH) IS
      *        STAMPED ON THE EMPLOYEE'S LATEST EARNINGS HISTORY
      *        RECORD (PAYROLL-EARN-HIST.TXT). A VOIDED BATCH STAMPS
      *        NOTHING.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT ACH-BATCH-OUT    ASSIGN "PAYROLL-ACH-BATCH.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAY-HIST-IO      ASSIGN "PAYROLL-EARN-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PH-KEY
                               FILE STATUS IS WS-PH-STATUS.

      ******************************************************************
       DATA DIVISION.

                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL-IN     PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT-IN         PIC X(3).
           03  EMP-BIRTH-DATE-IN   PIC 9(8).
           03  EMP-YTD-401K-IN     PIC 9(7)V99.
           03  EMP-YTD-401K-ER-IN  PIC 9(7)V99.

       FD  ACH-ELECT-IN.
       01  ELECT-REC.
       FD  ACH-BATCH-OUT.
       01  ACH-REC                 PIC X(60).

       FD  PAY-HIST-IO.
           COPY DSB-PAY-HIST.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS           PIC XX.
       01  WS-ELECT-STATUS         PIC XX.
       01  WS-NPT-STATUS           PIC XX.
       01  WS-PH-STATUS            PIC XX.
       01  WS-PH-FOUND-FLAG        PIC X VALUE "N".
           88  WS-PH-FOUND               VALUE "Y".
       01  WS-PH-LAST-KEY          PIC X(14).
       01  WS-ACH-TRACE.
           03  WS-ACH-TRACE-DATE   PIC 9(6).
           03  WS-ACH-TRACE-SEQ    PIC 9(4).

           COPY DSB-EOF-EXCPT.

               05  WS-AE-EMP-ID    PIC X(5).
               05  WS-AE-ROUTING   PIC 9(9).
               05  WS-AE-ACCOUNT   PIC X(17).
               05  WS-AE-ACH-SEQ   PIC 9(4).

       01  WS-ACH-DETAIL.
           03  AD-REC-TYPE         PIC X     VALUE "D".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           ACCEPT WS-ACH-TRACE-DATE FROM DATE.
           PERFORM 110-LOAD-ELECTIONS.
           PERFORM 120-READ-UPDATE-TOTAL.
           OPEN INPUT EMP-MST-IN.
           END-IF.
           IF WS-CT-ACTUAL-VALUE NOT = WS-CT-EXPECTED-VALUE
               PERFORM 400-VOID-BATCH
           ELSE
               PERFORM 500-RECORD-ACH-IN-HISTORY
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-ACH-CNTR
                       MOVE AE-EMP-ID  TO WS-AE-EMP-ID(WS-ELECT-CNT)
                       MOVE AE-ROUTING TO WS-AE-ROUTING(WS-ELECT-CNT)
                       MOVE AE-ACCOUNT TO WS-AE-ACCOUNT(WS-ELECT-CNT)
                       MOVE ZERO TO WS-AE-ACH-SEQ(WS-ELECT-CNT)
                   END-IF
                   READ ACH-ELECT-IN
                       AT END MOVE "Y" TO WS-ELECT-EOF-FLAG
           WRITE ACH-REC FROM WS-ACH-DETAIL.
           ADD EMP-NET-PAY-IN TO WS-ACH-TOTAL.
           ADD 1 TO WS-ACH-CNTR.
           MOVE WS-ACH-CNTR TO WS-AE-ACH-SEQ(WS-ELECT-IDX).

      *-----------------------------------------------------------------*

               "NOT TRANSMITTABLE ***".
           OPEN OUTPUT ACH-BATCH-OUT.
           CLOSE ACH-BATCH-OUT.
      *-----------------------------------------------------------------*
      *    EVERY ELECTION THAT PAID IN THIS BATCH GETS ITS TRACE ON
      *    THE EMPLOYEE'S LATEST HISTORY RECORD - THE PAY DATE THIS
      *    DEPOSIT COVERS.
      *-----------------------------------------------------------------*
       500-RECORD-ACH-IN-HISTORY.
           OPEN I-O PAY-HIST-IO.
           IF WS-PH-STATUS = "35"
               DISPLAY "PAYROLL-EARN-HIST.TXT NOT FOUND - ACH TRACES "
                   "NOT RECORDED IN HISTORY"
           ELSE
               PERFORM VARYING WS-ELECT-IDX FROM 1 BY 1
                       UNTIL WS-ELECT-IDX > WS-ELECT-CNT
                   IF WS-AE-ACH-SEQ(WS-ELECT-IDX) > ZERO
                       PERFORM 510-STAMP-ONE-TRACE
                   END-IF
               END-PERFORM
               CLOSE PAY-HIST-IO
           END-IF.
      *-----------------------------------------------------------------*
       510-STAMP-ONE-TRACE.
           MOVE "N" TO WS-PH-FOUND-FLAG.
           MOVE "00" TO WS-PH-STATUS.
           MOVE WS-AE-EMP-ID(WS-ELECT-IDX) TO PH-EMP-ID.
           MOVE ZERO TO PH-PAY-DATE.
           MOVE SPACE TO PH-PAY-TYPE.
           START PAY-HIST-IO KEY IS >= PH-KEY
               INVALID KEY MOVE "23" TO WS-PH-STATUS
           END-START.
           PERFORM UNTIL WS-PH-STATUS NOT = "00"
               READ PAY-HIST-IO NEXT RECORD
                   AT END MOVE "10" TO WS-PH-STATUS
               END-READ
               IF WS-PH-STATUS = "00"
                   IF PH-EMP-ID = WS-AE-EMP-ID(WS-ELECT-IDX)
                       MOVE PH-KEY TO WS-PH-LAST-KEY
                       MOVE "Y" TO WS-PH-FOUND-FLAG
                   ELSE
                       MOVE "10" TO WS-PH-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PH-FOUND
               MOVE WS-PH-LAST-KEY TO PH-KEY
               READ PAY-HIST-IO
                   INVALID KEY MOVE "N" TO WS-PH-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-PH-FOUND
               MOVE WS-AE-ACH-SEQ(WS-ELECT-IDX) TO WS-ACH-TRACE-SEQ
               MOVE "A" TO PH-PAY-METHOD
               MOVE WS-ACH-TRACE TO PH-PAY-REF
               REWRITE PAY-HIST-REC
           ELSE
               DISPLAY "NO EARNINGS HISTORY FOR EMPLOYEE "
                   WS-AE-EMP-ID(WS-ELECT-IDX)
                   " - ACH TRACE NOT RECORDED"
           END-IF.

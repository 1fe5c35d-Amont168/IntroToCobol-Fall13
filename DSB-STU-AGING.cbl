      *        AN OPEN BALANCE PAST 30 DAYS GETS THE BURSAR HOLD SET
      *        ON THE STUDENT MASTER (CLEARED AGAIN ONCE THEY PAY
      *        DOWN), WHICH DSB-REG-ENTRY CHECKS AT REGISTRATION
      *        TIME. A STUDENT WITH A CURRENT INSTALLMENT PLAN ON
      *        DSB-PAY-PLANS.TXT IS AGED AS USUAL BUT GETS NO HOLD -
      *        DSB-PLAN-LATE PUTS IT BACK WHEN AN INSTALLMENT IS
      *        MISSED AND THE PLAN DEFAULTS.
      ******************************************************************
       IDENTIFICATION DIVISION.

                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT PLAN-IN          ASSIGN "DSB-PAY-PLANS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PP-KEY
                               FILE STATUS IS WS-PP-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-STU-AGING-RPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

           03  CUM-GPA-IO              PIC 9V99.
           03  STANDING-IO             PIC X(2).
           03  AR-HOLD-IO              PIC X.
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  PLAN-IN.
           COPY DSB-PAY-PLAN.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       01  WS-SOI-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-PP-STATUS                PIC XX.
       01  WS-PP-FILE-FLAG             PIC X VALUE "N".
           88  WS-PP-FILE-OPEN               VALUE "Y".
       01  WS-PP-EOF-FLAG              PIC X VALUE "N".
           88  WS-PP-EOF                     VALUE "Y".
       01  WS-ON-PLAN-FLAG             PIC X VALUE "N".
           88  WS-ON-PLAN                    VALUE "Y".

           COPY DSB-EOF-EXCPT.

               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 110-SUM-OPEN-ITEMS.
           OPEN I-O STU-MST-IO.
           OPEN INPUT PLAN-IN.
           IF WS-PP-STATUS = "00"
               MOVE "Y" TO WS-PP-FILE-FLAG
           END-IF.
           OPEN OUTPUT RPT-OUT.
           MOVE "STUDENT RECEIVABLES AGING" TO RPT-REC.
           WRITE RPT-REC.
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-CNT.
           CLOSE STU-MST-IO.
           IF WS-PP-FILE-OPEN
               CLOSE PLAN-IN
           END-IF.
           CLOSE RPT-OUT.
           DISPLAY "HOLDS IN FORCE = " WS-HOLD-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
           ELSE
               MOVE "PAID" TO WS-BUCKET
           END-IF.
           MOVE "N" TO WS-ON-PLAN-FLAG.
           IF WS-HOLD-WANTED = "Y" AND WS-PP-FILE-OPEN
               PERFORM 210-CHECK-PAY-PLAN
               IF WS-ON-PLAN
                   MOVE "N" TO WS-HOLD-WANTED
               END-IF
           END-IF.
           MOVE WS-ST-STU(WS-STU-IDX) TO ID-IO RR-STU-ID.
           READ STU-MST-IO
               INVALID KEY
           MOVE LNAME-IO TO RR-LNAME.
           MOVE WS-ST-OPEN(WS-STU-IDX) TO RR-OPEN.
           MOVE WS-BUCKET TO RR-BUCKET.
           EVALUATE TRUE
               WHEN WS-HOLD-WANTED = "Y"
                   MOVE "** HOLD *" TO RR-HOLD
               WHEN WS-ON-PLAN
                   MOVE "ON PLAN" TO RR-HOLD
               WHEN OTHER
                   MOVE SPACES TO RR-HOLD
           END-EVALUATE.
           MOVE WS-REPORT-ROW TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*
      *    ANY CURRENT PLAN FOR THE STUDENT, WHATEVER THE TERM, HOLDS
      *    OFF THE HOLD. A DEFAULTED OR PAID-OFF PLAN DOES NOT.

       210-CHECK-PAY-PLAN.
           MOVE "N" TO WS-PP-EOF-FLAG.
           MOVE WS-ST-STU(WS-STU-IDX) TO PP-STU-ID.
           MOVE LOW-VALUES TO PP-TERM.
           START PLAN-IN KEY NOT < PP-KEY
               INVALID KEY MOVE "Y" TO WS-PP-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PP-EOF OR WS-ON-PLAN
               READ PLAN-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PP-EOF-FLAG
                   NOT AT END
                       IF PP-STU-ID NOT = WS-ST-STU(WS-STU-IDX)
                           MOVE "Y" TO WS-PP-EOF-FLAG
                       ELSE
                           IF PP-CURRENT
                               MOVE "Y" TO WS-ON-PLAN-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *        OLDEST-FIRST OPEN-ITEM MODEL THE CLIENT SIDE RUNS. A
      *        RECEIPT WITH NO OPEN ITEM OR MORE MONEY THAN THE
      *        STUDENT OWES GOES TO THE EXCEPTION LISTING, AND A
      *        POSTING REGISTER PRINTS FOR THE BURSAR. WHAT A RECEIPT
      *        PAYS AGAINST A TERM'S ITEMS ALSO GOES AGAINST THAT
      *        TERM'S INSTALLMENT PLAN ON DSB-PAY-PLANS.TXT, EARLIEST
      *        INSTALLMENT FIRST, AND A PLAN PAID IN FULL IS CLOSED.
      *    THE RUN'S APPLIED RECEIPTS GO TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS ONE BALANCED PAIR - CASH
      *        AGAINST STUDENT RECEIVABLES - FOR DSB-STU-GL-TOTALS TO
      *        CARRY INTO THE NIGHT'S GL FEED. MONEY LEFT ON THE
      *        EXCEPTION LISTING IS NOT BOOKED UNTIL IT IS APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT PLAN-FILE        ASSIGN "DSB-PAY-PLANS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PP-KEY
                               FILE STATUS IS WS-PP-STATUS.

       SELECT EXCPT-OUT        ASSIGN "DSB-STU-PAY-EXCPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RPT-OUT          ASSIGN "DSB-STU-PAY-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  PLAN-FILE.
           COPY DSB-PAY-PLAN.

       FD  EXCPT-OUT.
       01  EXCPT-REC                   PIC X(80).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-RCPT-STATUS              PIC XX.
       01  WS-SOI-STATUS               PIC XX.
       01  WS-PP-STATUS                PIC XX.
       01  WS-STU-GL-STATUS            PIC XX.

      *    STUDENT GL ACCOUNTS.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".
       01  WS-GL-STU-AR-ACCT           PIC X(4) VALUE "1210".
       01  WS-PP-FILE-FLAG             PIC X VALUE "N".
           88  WS-PP-FILE-OPEN               VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-ITEM-OPEN                PIC S9(7)V99 VALUE ZERO.
       01  WS-APPLY-AMT                PIC 9(7)V99 VALUE ZERO.

      *    WHAT THE CURRENT RECEIPT PAID, BY TERM, FOR THE PLANS.
       01  WS-RT-CNT                   PIC 99 VALUE ZERO.
       01  WS-RT-IDX                   PIC 99.
       01  WS-RT-FOUND-FLAG            PIC X VALUE "N".
           88  WS-RT-FOUND                   VALUE "Y".
       01  WS-RCPT-TERM-TABLE.
           03  WS-RT-ENTRY OCCURS 10 TIMES.
               05  WS-RT-TERM          PIC X(5).
               05  WS-RT-APPLIED       PIC 9(7)V99.
       01  WS-PLAN-REMAINING           PIC 9(7)V99 VALUE ZERO.
       01  WS-INST-IDX                 PIC 9.
       01  WS-INST-OPEN                PIC 9(7)V99 VALUE ZERO.
       01  WS-INST-APPLY               PIC 9(7)V99 VALUE ZERO.
       01  WS-PLAN-OPEN-FLAG           PIC X VALUE "N".
           88  WS-PLAN-STILL-OPEN            VALUE "Y".

       01  WS-EXCEPTION-ROW.
           03  EXC-STU-ID              PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PLAN-FILE.
           IF WS-PP-STATUS = "00"
               MOVE "Y" TO WS-PP-FILE-FLAG
           END-IF.
           OPEN OUTPUT EXCPT-OUT.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE EXCPT-OUT.
           IF WS-PP-FILE-OPEN
               CLOSE PLAN-FILE
           END-IF.
           PERFORM 300-REWRITE-OPEN-ITEMS.
           IF WS-CT-VALUE-1 > ZERO
               PERFORM 310-WRITE-GL-WORK
           END-IF.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-CT-VALUE-1 + WS-CT-VALUE-2.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
           ADD 1 TO WS-RCPT-CNTR.
           ADD RCPT-AMOUNT TO WS-CT-EXPECTED-VALUE.
           MOVE RCPT-AMOUNT TO WS-REMAINING.
           MOVE ZERO TO WS-RT-CNT.
           MOVE 1 TO WS-OLDEST-IDX.
           PERFORM 210-APPLY-OLDEST-OPEN
               UNTIL WS-REMAINING = ZERO OR WS-OLDEST-IDX = ZERO.
           IF WS-PP-FILE-OPEN
               PERFORM 240-APPLY-TO-PLAN THRU 240-EXIT
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
           END-IF.
           MOVE RCPT-STU-ID TO REG-STU-ID.
           MOVE RCPT-DATE TO REG-DATE.
           MOVE RCPT-AMOUNT TO REG-RECEIVED.
               END-IF
               ADD WS-APPLY-AMT TO WS-SOI-PAID(WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-AMT FROM WS-REMAINING
               PERFORM 215-NOTE-TERM-APPLIED
           END-IF.

      *-----------------------------------------------------------------*

       215-NOTE-TERM-APPLIED.
           MOVE "N" TO WS-RT-FOUND-FLAG.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-FOUND OR WS-RT-IDX > WS-RT-CNT
               IF WS-RT-TERM(WS-RT-IDX) = WS-SOI-TERM(WS-OLDEST-IDX)
                   MOVE "Y" TO WS-RT-FOUND-FLAG
                   ADD WS-APPLY-AMT TO WS-RT-APPLIED(WS-RT-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-RT-FOUND AND WS-RT-CNT < 10
               ADD 1 TO WS-RT-CNT
               MOVE WS-SOI-TERM(WS-OLDEST-IDX) TO WS-RT-TERM(WS-RT-CNT)
               MOVE WS-APPLY-AMT TO WS-RT-APPLIED(WS-RT-CNT)
           END-IF.

      *-----------------------------------------------------------------*
           ADD 1 TO WS-EXC-CNTR.
           ADD WS-REMAINING TO WS-CT-VALUE-2.

      *-----------------------------------------------------------------*
      *    THE TERM'S SHARE OF THE RECEIPT PAYS THE PLAN'S INSTALLMENTS
      *    IN DUE-DATE ORDER. A DEFAULTED PLAN STILL TRACKS WHAT IS
      *    PAID; ONCE NOTHING IS LEFT ON ANY INSTALLMENT THE PLAN IS
      *    PAID OFF.

       240-APPLY-TO-PLAN.
           MOVE RCPT-STU-ID TO PP-STU-ID.
           MOVE WS-RT-TERM(WS-RT-IDX) TO PP-TERM.
           READ PLAN-FILE
               INVALID KEY
                   GO TO 240-EXIT
           END-READ.
           IF PP-PAID-OFF
               GO TO 240-EXIT
           END-IF.
           MOVE WS-RT-APPLIED(WS-RT-IDX) TO WS-PLAN-REMAINING.
           MOVE "N" TO WS-PLAN-OPEN-FLAG.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > PP-INST-CNT
               COMPUTE WS-INST-OPEN = PP-DUE-AMT(WS-INST-IDX) -
                   PP-PAID-AMT(WS-INST-IDX)
               IF WS-PLAN-REMAINING < WS-INST-OPEN
                   MOVE WS-PLAN-REMAINING TO WS-INST-APPLY
               ELSE
                   MOVE WS-INST-OPEN TO WS-INST-APPLY
               END-IF
               ADD WS-INST-APPLY TO PP-PAID-AMT(WS-INST-IDX)
               SUBTRACT WS-INST-APPLY FROM WS-PLAN-REMAINING
               IF PP-PAID-AMT(WS-INST-IDX) < PP-DUE-AMT(WS-INST-IDX)
                   MOVE "Y" TO WS-PLAN-OPEN-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-PLAN-STILL-OPEN
               MOVE "P" TO PP-STATUS
           END-IF.
           REWRITE PAY-PLAN-REC.

       240-EXIT.
           EXIT.

      *-----------------------------------------------------------------*

       300-REWRITE-OPEN-ITEMS.
               WRITE SOI-REC
           END-PERFORM.
           CLOSE STU-OI-FILE.

      *-----------------------------------------------------------------*
      *    ONE BALANCED PAIR FOR WHAT THE RUN APPLIED - THE DEBIT ROW
      *    CARRIES THE AMOUNT, THE CREDIT ROW THE SAME AMOUNT NEGATED.

       310-WRITE-GL-WORK.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.
           MOVE WS-RUN-YEAR TO GL-YEAR.
           MOVE WS-RUN-MONTH TO GL-MONTH.
           MOVE WS-RUN-DAY TO GL-DAY.
           MOVE "STUDENT" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           MOVE "STUDENT RECEIPTS APPLIED" TO GL-DESCRIPTION.
           MOVE WS-CT-VALUE-1 TO GL-AMOUNT.
           MOVE WS-GL-CASH-ACCT TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-CT-VALUE-1.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-STU-AR-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           CLOSE STU-GL-OUT.

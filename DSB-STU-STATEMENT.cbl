      *        LEDGER ACTIVITY GETS A PAGE - EVERY CHARGE, REFUND
      *        CREDIT, AND AID CREDIT FROM DSB-STU-OPEN-ITEMS.TXT
      *        WITH THE AMOUNT PAID AGAINST IT, THE TOTAL STILL DUE,
      *        AND A TEAR-OFF REMITTANCE STUB. A STUDENT ON AN
      *        INSTALLMENT PLAN (DSB-PAY-PLANS.TXT) ALSO GETS EACH
      *        PLAN'S SCHEDULE - DUE DATES, AMOUNTS AND WHAT HAS BEEN
      *        PAID ON EACH - AND THE NEXT INSTALLMENT AMOUNT DUE.
      *    EACH STATEMENT IS ALSO ADDED AS ONE PIECE TO THE COMMON MAIL
      *        FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN MAILS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.

                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT PLAN-IN          ASSIGN "DSB-PAY-PLANS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PP-KEY
                               FILE STATUS IS WS-PP-STATUS.

       SELECT STMT-OUT         ASSIGN "DSB-STU-STATEMENTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  PLAN-IN.
           COPY DSB-PAY-PLAN.

       FD  STMT-OUT.
       01  STMT-REC                    PIC X(80).

       01  WS-SOI-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-PP-STATUS                PIC XX.
       01  WS-PP-FILE-FLAG             PIC X VALUE "N".
           88  WS-PP-FILE-OPEN               VALUE "Y".
       01  WS-PP-EOF-FLAG              PIC X VALUE "N".
           88  WS-PP-EOF                     VALUE "Y".
       01  WS-INST-IDX                 PIC 9.
       01  WS-NEXT-IDX                 PIC 9.

           COPY DSB-EOF-EXCPT.

                               VALUE "   TOTAL NOW DUE:   ".
           03  TL-TOTAL                PIC -$ZZZ,ZZ9.99.

       01  WS-PLAN-HDR.
           03  FILLER                  PIC X(21)
                               VALUE "   PAYMENT PLAN TERM ".
           03  PH-TERM                 PIC X(5).
           03  FILLER                  PIC X(9) VALUE "  STATUS ".
           03  PH-STATUS               PIC X(9).
           03  FILLER                  PIC X(7) VALUE "  PLAN ".
           03  PH-PLAN-AMT             PIC $ZZZ,ZZ9.99.

       01  WS-INST-LINE.
           03  FILLER                  PIC X(5) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "INSTALLMENT ".
           03  INL-INST                PIC 9.
           03  FILLER                  PIC X(6) VALUE "  DUE ".
           03  INL-DUE-DATE            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  INL-DUE-AMT             PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(7) VALUE "  PAID ".
           03  INL-PAID-AMT            PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  INL-LATE                PIC X(4).

       01  WS-NEXT-DUE-LINE.
           03  FILLER                  PIC X(26)
                               VALUE "   NEXT INSTALLMENT DUE:  ".
           03  ND-DUE-DATE             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ND-AMOUNT               PIC $ZZZ,ZZ9.99.

       01  WS-STUB-CUT-LINE            PIC X(70) VALUE ALL "-".

       01  WS-STUB-LINE.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-STMT-CNTR                PIC 9(7) VALUE ZERO.

           COPY DSB-MAIL-PARM.

       COPY DSB-RPT-HDR.

      ******************************************************************
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           OPEN INPUT STU-OI-IN.
           IF WS-SOI-STATUS = "35"
               DISPLAY "DSB-STU-OPEN-ITEMS.TXT NOT FOUND - NOTHING "
               GIVING SORTED-OI.
           OPEN INPUT SORTED-OI.
           OPEN INPUT STU-MST-IN.
           OPEN INPUT PLAN-IN.
           IF WS-PP-STATUS = "00"
               MOVE "Y" TO WS-PP-FILE-FLAG
           END-IF.
           OPEN OUTPUT STMT-OUT.
           READ SORTED-OI INTO SOI-REC
               AT END MOVE "Y" TO WS-EOF-FLAG.
           END-IF.
           CLOSE SORTED-OI.
           CLOSE STU-MST-IN.
           IF WS-PP-FILE-OPEN
               CLOSE PLAN-IN
           END-IF.
           CLOSE STMT-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           DISPLAY "STATEMENTS PRINTED = " WS-STMT-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-STMT-CNTR
               INVALID KEY
                   MOVE SPACES TO FNAME-IN LNAME-IN
           END-READ.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "STUS" TO WS-MAIL-DOC-TYPE.
           MOVE "S" TO WS-MAIL-SYSTEM.
           MOVE SOI-STU-ID TO WS-MAIL-RECIP-ID.
           MOVE SPACES TO WS-MAIL-RECIP-NAME.
           STRING FNAME-IN DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LNAME-IN DELIMITED BY SIZE
               INTO WS-MAIL-RECIP-NAME
           END-STRING.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE WS-STMT-CNTR TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE STMT-REC FROM WS-RPT-HEADER-1.
           PERFORM 900-MAIL-STMT-LINE.
           WRITE STMT-REC FROM WS-RPT-HEADER-2.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE SOI-STU-ID TO SH-STU-ID.
           MOVE LNAME-IN TO SH-LNAME.
           MOVE FNAME-IN TO SH-FNAME.
           MOVE WS-STMT-HDR TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

      *-----------------------------------------------------------------*

                   MOVE "DROP REFUND" TO IL-DESC
               WHEN "A"
                   MOVE "FINANCIAL AID" TO IL-DESC
               WHEN "P"
                   MOVE "PLAN FEE" TO IL-DESC
               WHEN "L"
                   MOVE "PLAN LATE FEE" TO IL-DESC
               WHEN OTHER
                   MOVE "CHARGE" TO IL-DESC
           END-EVALUATE.
           MOVE SOI-PAID TO IL-PAID.
           MOVE WS-ITEM-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           COMPUTE WS-ITEM-DUE = SOI-BILLED - SOI-PAID.
           ADD WS-ITEM-DUE TO WS-TOTAL-DUE.

       260-FINISH-STATEMENT.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE WS-TOTAL-DUE TO TL-TOTAL.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           IF WS-PP-FILE-OPEN
               PERFORM 270-PRINT-PLANS
           END-IF.
           WRITE STMT-REC FROM WS-STUB-CUT-LINE.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE WS-PREV-STU TO STUB-STU-ID.
           MOVE WS-TOTAL-DUE TO STUB-AMOUNT.
           WRITE STMT-REC FROM WS-STUB-LINE.
           PERFORM 900-MAIL-STMT-LINE.
           WRITE STMT-REC FROM WS-STUB-CUT-LINE.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

      *-----------------------------------------------------------------*
      *    EVERY PLAN THE STUDENT HAS, ANY TERM. THE NEXT AMOUNT DUE
      *    IS WHAT IS LEFT ON THE EARLIEST INSTALLMENT NOT YET PAID
      *    IN FULL; A PAID-OFF PLAN SHOWS ITS SCHEDULE ONLY.

       270-PRINT-PLANS.
           MOVE "N" TO WS-PP-EOF-FLAG.
           MOVE WS-PREV-STU TO PP-STU-ID.
           MOVE LOW-VALUES TO PP-TERM.
           START PLAN-IN KEY NOT < PP-KEY
               INVALID KEY MOVE "Y" TO WS-PP-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-PP-EOF
               READ PLAN-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PP-EOF-FLAG
                   NOT AT END
                       IF PP-STU-ID NOT = WS-PREV-STU
                           MOVE "Y" TO WS-PP-EOF-FLAG
                       ELSE
                           PERFORM 280-PRINT-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       280-PRINT-ONE-PLAN.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE PP-TERM TO PH-TERM.
           EVALUATE TRUE
               WHEN PP-CURRENT
                   MOVE "CURRENT" TO PH-STATUS
               WHEN PP-DEFAULTED
                   MOVE "DEFAULTED" TO PH-STATUS
               WHEN OTHER
                   MOVE "PAID OFF" TO PH-STATUS
           END-EVALUATE.
           MOVE PP-PLAN-AMT TO PH-PLAN-AMT.
           WRITE STMT-REC FROM WS-PLAN-HDR.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE ZERO TO WS-NEXT-IDX.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > PP-INST-CNT
               MOVE WS-INST-IDX TO INL-INST
               MOVE PP-DUE-DATE(WS-INST-IDX) TO INL-DUE-DATE
               MOVE PP-DUE-AMT(WS-INST-IDX) TO INL-DUE-AMT
               MOVE PP-PAID-AMT(WS-INST-IDX) TO INL-PAID-AMT
               IF PP-LATE-ASSESSED(WS-INST-IDX)
                   MOVE "LATE" TO INL-LATE
               ELSE
                   MOVE SPACES TO INL-LATE
               END-IF
               WRITE STMT-REC FROM WS-INST-LINE
               PERFORM 900-MAIL-STMT-LINE
               IF WS-NEXT-IDX = ZERO AND
                   PP-PAID-AMT(WS-INST-IDX) < PP-DUE-AMT(WS-INST-IDX)
                   MOVE WS-INST-IDX TO WS-NEXT-IDX
               END-IF
           END-PERFORM.
           IF WS-NEXT-IDX > ZERO AND NOT PP-PAID-OFF
               MOVE PP-DUE-DATE(WS-NEXT-IDX) TO ND-DUE-DATE
               COMPUTE ND-AMOUNT = PP-DUE-AMT(WS-NEXT-IDX) -
                   PP-PAID-AMT(WS-NEXT-IDX)
               WRITE STMT-REC FROM WS-NEXT-DUE-LINE
               PERFORM 900-MAIL-STMT-LINE
           END-IF.

      *-----------------------------------------------------------------*
      *    EVERY STATEMENT LINE ALSO GOES TO THE STUDENT'S PIECE ON THE
      *    COMMON MAIL FILE.

       900-MAIL-STMT-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE STMT-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PLAN-LATE
      *    PURPOSE: MONTHLY PAYMENT PLAN LATE-FEE RUN FOR THE BURSAR.
      *        EVERY INSTALLMENT ON DSB-PAY-PLANS.TXT PAST ITS DUE
      *        DATE AND NOT PAID IN FULL IS ASSESSED THE LATE FEE FROM
      *        DSB-PAY-PLAN-FEES.TXT ($25.00 IF NO FEE FILE) AS A TYPE
      *        "L" OPEN ITEM FOR THE PLAN'S TERM, ONCE PER INSTALLMENT
      *        - A RERUN FINDS THE INSTALLMENT ALREADY MARKED AND
      *        ASSESSES NOTHING. A PLAN WITH A MISSED INSTALLMENT IS
      *        DEFAULTED AND THE BURSAR HOLD GOES BACK ON THE STUDENT
      *        MASTER, AS DSB-STU-AGING WOULD HAVE SET IT WITHOUT THE
      *        PLAN. A REGISTER OF THE FEES PRINTS FOR THE BURSAR.
      *    THE RUN'S TOTAL FEES GO TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS ONE BALANCED PAIR - STUDENT
      *        RECEIVABLES AGAINST STUDENT FEE INCOME - FOR THE NIGHT'S
      *        GL FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PLAN-LATE.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT PLAN-FILE        ASSIGN "DSB-PAY-PLANS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PP-KEY
                               FILE STATUS IS WS-PP-STATUS.

       SELECT FEE-IN           ASSIGN "DSB-PAY-PLAN-FEES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-FEE-STATUS.

       SELECT STU-OI-OUT       ASSIGN "DSB-STU-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT STU-MST-IO       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IO
                               ALTERNATE RECORD KEY IS LNAME-IO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-PLAN-LATE-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PLAN-FILE.
           COPY DSB-PAY-PLAN.

       FD  FEE-IN.
       01  FEE-REC.
           03  PF-ENROLL-FEE           PIC 9(5)V99.
           03  PF-LATE-FEE             PIC 9(5)V99.

       FD  STU-OI-OUT.
       01  SOI-REC.
           03  SOI-STU-ID              PIC X(5).
           03  SOI-TERM                PIC X(5).
           03  SOI-TYPE                PIC X.
           03  SOI-DATE                PIC 9(8).
           03  SOI-BILLED              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  STU-MST-IO.
       01  REC-IO.
           03  ID-IO                   PIC X(5).
           03  FNAME-IO                PIC X(20).
           03  MNAME-IO                PIC X(20).
           03  LNAME-IO                PIC X(20).
           03  FILLER                  PIC X(134).
           03  GENDER-IO               PIC X.
           03  RES-IO                  PIC X.
           03  ACT-IO                  PIC X(2).
           03  MJR-CD-IO               PIC X(4).
           03  FILLER                  PIC X(16).
           03  NOTE-IO                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(8).
           03  AR-HOLD-IO              PIC X.
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-PP-STATUS                PIC XX.
       01  WS-FEE-STATUS               PIC XX.
       01  WS-SOI-STATUS               PIC XX.
       01  WS-STU-STATUS               PIC XX.
       01  WS-STU-GL-STATUS            PIC XX.

      *    STUDENT GL ACCOUNTS.
       01  WS-GL-STU-AR-ACCT           PIC X(4) VALUE "1210".
       01  WS-GL-STU-FEE-ACCT          PIC X(4) VALUE "4240".

           COPY DSB-EOF-EXCPT.

       01  WS-LATE-FEE                 PIC 9(5)V99 VALUE 25.00.
       01  WS-INST-IDX                 PIC 9.
       01  WS-SHORT-AMT                PIC 9(7)V99 VALUE ZERO.
       01  WS-MISSED-FLAG              PIC X VALUE "N".
           88  WS-MISSED                     VALUE "Y".

       01  WS-COL-HDR.
           03  FILLER                  PIC X(40) VALUE
               "ID     LAST NAME            TERM INST   ".
           03  FILLER                  PIC X(40) VALUE
               "DUE DATE       SHORT   LATE FEE".

       01  WS-REGISTER-ROW.
           03  RR-STU-ID               PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-LNAME                PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  RR-TERM                 PIC X(5).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  RR-INST                 PIC 9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  RR-DUE-DATE             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-SHORT                PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RR-FEE                  PIC ZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           03  TL-LABEL                PIC X(30).
           03  TL-COUNT                PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  TL-AMOUNT               PIC $ZZZ,ZZ9.99.

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PLAN-LATE".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-START-TIME-BRK REDEFINES WS-START-TIME-RAW.
           03  WS-START-HH             PIC 99.
           03  WS-START-MM             PIC 99.
           03  WS-START-SS             PIC 99.
           03  WS-START-HS             PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-FEE-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-DEFAULT-CNTR             PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FEES               PIC 9(7)V99 VALUE ZERO.

       COPY DSB-RPT-HDR.

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY "SIGN-ON REFUSED - RUN ABANDONED"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN I-O PLAN-FILE.
           IF WS-PP-STATUS = "35"
               DISPLAY "DSB-PAY-PLANS.TXT NOT FOUND - NO PAYMENT "
                   "PLANS TO CHECK"
               GOBACK
           END-IF.
           PERFORM 110-READ-FEES.
           OPEN I-O STU-MST-IO.
           OPEN EXTEND STU-OI-OUT.
           IF WS-SOI-STATUS = "35"
               OPEN OUTPUT STU-OI-OUT
               CLOSE STU-OI-OUT
               OPEN EXTEND STU-OI-OUT
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           MOVE LOW-VALUES TO PP-KEY.
           START PLAN-FILE KEY NOT < PP-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT PP-PAID-OFF
                           PERFORM 200-CHECK-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 290-PRINT-TOTALS.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE STU-OI-OUT.
           CLOSE STU-MST-IO.
           CLOSE PLAN-FILE.
           IF WS-TOTAL-FEES > ZERO
               PERFORM 300-WRITE-GL-WORK
           END-IF.
           DISPLAY "LATE FEES ASSESSED = " WS-FEE-CNTR.
           DISPLAY "PLANS DEFAULTED    = " WS-DEFAULT-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-FEE-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-FEES.
           OPEN INPUT FEE-IN.
           IF WS-FEE-STATUS = "00"
               READ FEE-IN
                   AT END CONTINUE
                   NOT AT END MOVE PF-LATE-FEE TO WS-LATE-FEE
               END-READ
               CLOSE FEE-IN
           ELSE
               DISPLAY "DSB-PAY-PLAN-FEES.TXT NOT FOUND - $25.00 "
                   "LATE FEE IN EFFECT"
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-REGISTER-HEADER.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RUN-DAY TO WS-RPT-HDR-DAY.
           MOVE WS-RUN-YEAR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE "PAYMENT PLAN LATE FEE REGISTER" TO RPT-REC.
           WRITE RPT-REC.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR.

      *-----------------------------------------------------------------*
      *    EACH INSTALLMENT ONLY EVER DRAWS ONE FEE - THE LATE FLAG
      *    IS SET WITH THE CHARGE AND THE PLAN REWRITTEN AT ONCE.

       200-CHECK-ONE-PLAN.
           MOVE "N" TO WS-MISSED-FLAG.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > PP-INST-CNT
               IF PP-DUE-DATE(WS-INST-IDX) < WS-RUN-DATE-NUM
                   AND PP-PAID-AMT(WS-INST-IDX) <
                       PP-DUE-AMT(WS-INST-IDX)
                   AND NOT PP-LATE-ASSESSED(WS-INST-IDX)
                   PERFORM 210-ASSESS-LATE-FEE
               END-IF
           END-PERFORM.
           IF WS-MISSED
               IF PP-CURRENT
                   MOVE "D" TO PP-STATUS
                   ADD 1 TO WS-DEFAULT-CNTR
               END-IF
               REWRITE PAY-PLAN-REC
               PERFORM 220-RESTORE-HOLD
           END-IF.

      *-----------------------------------------------------------------*

       210-ASSESS-LATE-FEE.
           MOVE "Y" TO WS-MISSED-FLAG.
           MOVE "Y" TO PP-LATE-FLAG(WS-INST-IDX).
           COMPUTE WS-SHORT-AMT =
               PP-DUE-AMT(WS-INST-IDX) - PP-PAID-AMT(WS-INST-IDX).
           IF WS-LATE-FEE > ZERO
               MOVE PP-STU-ID TO SOI-STU-ID
               MOVE PP-TERM TO SOI-TERM
               MOVE "L" TO SOI-TYPE
               MOVE WS-RUN-DATE-NUM TO SOI-DATE
               MOVE WS-LATE-FEE TO SOI-BILLED
               MOVE ZERO TO SOI-PAID
               WRITE SOI-REC
               ADD 1 TO WS-FEE-CNTR
               ADD WS-LATE-FEE TO WS-TOTAL-FEES
           END-IF.
           MOVE PP-STU-ID TO ID-IO RR-STU-ID.
           READ STU-MST-IO
               INVALID KEY MOVE SPACES TO LNAME-IO
           END-READ.
           MOVE LNAME-IO TO RR-LNAME.
           MOVE PP-TERM TO RR-TERM.
           MOVE WS-INST-IDX TO RR-INST.
           MOVE PP-DUE-DATE(WS-INST-IDX) TO RR-DUE-DATE.
           MOVE WS-SHORT-AMT TO RR-SHORT.
           MOVE WS-LATE-FEE TO RR-FEE.
           MOVE WS-REGISTER-ROW TO RPT-REC.
           WRITE RPT-REC.

      *-----------------------------------------------------------------*

       220-RESTORE-HOLD.
           MOVE PP-STU-ID TO ID-IO.
           READ STU-MST-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-HOLD-IO NOT = "Y"
                       MOVE "Y" TO AR-HOLD-IO
                       REWRITE REC-IO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*

       290-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "LATE FEES ASSESSED" TO TL-LABEL.
           MOVE WS-FEE-CNTR TO TL-COUNT.
           MOVE WS-TOTAL-FEES TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "PLANS DEFAULTED" TO TL-LABEL.
           MOVE WS-DEFAULT-CNTR TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.

      *-----------------------------------------------------------------*
      *    THE RUN'S LATE FEES AS ONE BALANCED PAIR - THE DEBIT ROW
      *    CARRIES THE AMOUNT, THE CREDIT ROW THE SAME AMOUNT NEGATED.
       300-WRITE-GL-WORK.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE "STUDENT" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           MOVE "PLAN LATE FEES" TO GL-DESCRIPTION.
           MOVE WS-TOTAL-FEES TO GL-AMOUNT.
           MOVE WS-GL-STU-AR-ACCT TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-TOTAL-FEES.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-STU-FEE-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           CLOSE STU-GL-OUT.

      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-PLAN-SETUP
      *    PURPOSE: INSTALLMENT PAYMENT PLAN ENTRY FOR THE BURSAR. THE
      *        BURSAR KEYS A STUDENT AND TERM; THE TERM'S OPEN BALANCE
      *        ON DSB-STU-OPEN-ITEMS.TXT PLUS THE PLAN ENROLLMENT FEE
      *        (DSB-PAY-PLAN-FEES.TXT, $25.00 IF NO FEE FILE) IS SPLIT
      *        INTO TWO TO SIX EQUAL MONTHLY INSTALLMENTS DUE THE 1ST
      *        OF EACH MONTH FROM NEXT MONTH ON, ANY ODD CENTS ON THE
      *        FIRST. THE FEE POSTS AS ITS OWN TYPE "P" OPEN ITEM, THE
      *        PLAN IS WRITTEN TO DSB-PAY-PLANS.TXT AS CURRENT AND THE
      *        BURSAR HOLD IS RELEASED SO THE STUDENT CAN REGISTER. A
      *        CURRENT OR PAID-OFF PLAN IS NOT REPLACED; A DEFAULTED
      *        ONE MAY BE.
      *    THE FEE ALSO GOES TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS A BALANCED PAIR - STUDENT
      *        RECEIVABLES AGAINST STUDENT FEE INCOME - FOR THE NIGHT'S
      *        GL FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-PLAN-SETUP.

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

       SELECT STU-OI-FILE      ASSIGN "DSB-STU-OPEN-ITEMS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-SOI-STATUS.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

       SELECT STU-MST-IO       ASSIGN "DSB-STU-TRANSACTIONS.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ID-IO
                               ALTERNATE RECORD KEY IS LNAME-IO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STU-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  PLAN-FILE.
           COPY DSB-PAY-PLAN.

       FD  FEE-IN.
       01  FEE-REC.
           03  PF-ENROLL-FEE           PIC 9(5)V99.
           03  PF-LATE-FEE             PIC 9(5)V99.

       FD  STU-OI-FILE.
       01  SOI-REC.
           03  SOI-STU-ID              PIC X(5).
           03  SOI-TERM                PIC X(5).
           03  SOI-TYPE                PIC X.
           03  SOI-DATE                PIC 9(8).
           03  SOI-BILLED              PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           03  SOI-PAID                PIC 9(7)V99.

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

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

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-OK-FLAG                  PIC X VALUE "N".
           88  WS-OK                         VALUE "Y".
       01  WS-CONFIRM                  PIC X.

       01  WS-ENROLL-FEE               PIC 9(5)V99 VALUE 25.00.
       01  WS-KEY-STU                  PIC X(5).
       01  WS-KEY-TERM                 PIC X(5).
       01  WS-KEY-COUNT                PIC X.
       01  WS-INST-CNT                 PIC 9.
       01  WS-INST-IDX                 PIC 9.
       01  WS-TERM-OPEN                PIC S9(8)V99 VALUE ZERO.
       01  WS-PLAN-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-INST-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-ODD-CENTS                PIC 9(7)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC $ZZZ,ZZ9.99.

       01  WS-DUE-DATE.
           03  WS-DUE-YEAR             PIC 9(4).
           03  WS-DUE-MONTH            PIC 9(2).
           03  WS-DUE-DAY              PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(8).

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(4).
           03  WS-RUN-MONTH            PIC 9(2).
           03  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-PLAN-SETUP".
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-PLAN-CNTR                PIC 9(7) VALUE ZERO.

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
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 110-READ-FEES.
           OPEN I-O STU-MST-IO.
           IF WS-STU-STATUS = "35"
               DISPLAY "DSB-STU-TRANSACTIONS.TXT NOT FOUND - NO "
                   "STUDENTS ON FILE"
               GOBACK
           END-IF.
           OPEN I-O PLAN-FILE.
           IF WS-PP-STATUS = "35"
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.
           PERFORM 200-PLAN-LOOP UNTIL WS-MORE.
           CLOSE PLAN-FILE.
           CLOSE STU-MST-IO.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PLAN-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-FEES.
           OPEN INPUT FEE-IN.
           IF WS-FEE-STATUS = "00"
               READ FEE-IN
                   AT END CONTINUE
                   NOT AT END MOVE PF-ENROLL-FEE TO WS-ENROLL-FEE
               END-READ
               CLOSE FEE-IN
           ELSE
               DISPLAY "DSB-PAY-PLAN-FEES.TXT NOT FOUND - $25.00 "
                   "ENROLLMENT FEE IN EFFECT"
           END-IF.

      *-----------------------------------------------------------------*

       200-PLAN-LOOP.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING.
           ACCEPT WS-KEY-STU.
           PERFORM 210-CHECK-STUDENT.
           IF WS-OK
               DISPLAY "TERM (E.G. 2026F): " WITH NO ADVANCING
               ACCEPT WS-KEY-TERM
               INSPECT WS-KEY-TERM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 220-FIND-PLAN
           END-IF.
           IF WS-OK
               PERFORM 230-SUM-TERM-BALANCE
           END-IF.
           IF WS-OK
               PERFORM 240-KEY-INSTALLMENTS
           END-IF.
           IF WS-OK
               PERFORM 250-SAVE-PLAN
           END-IF.
           DISPLAY "ENTER ANOTHER? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-MORE-FLAG.
           IF WS-MORE-FLAG = "n"
               MOVE "N" TO WS-MORE-FLAG
           END-IF.

      *-----------------------------------------------------------------*

       210-CHECK-STUDENT.
           MOVE "Y" TO WS-OK-FLAG.
           MOVE WS-KEY-STU TO ID-IO.
           READ STU-MST-IO
               INVALID KEY
                   DISPLAY "STUDENT NOT ON FILE"
                   MOVE "N" TO WS-OK-FLAG
           END-READ.
           IF WS-OK
               DISPLAY "  " FNAME-IO " " LNAME-IO " MAJOR " MJR-CD-IO
           END-IF.

      *-----------------------------------------------------------------*
      *    A PLAN STILL RUNNING OR ALREADY PAID OUT STANDS AS IT IS;
      *    A DEFAULTED PLAN IS SHOWN AND MAY BE REPLACED BY A NEW ONE.

       220-FIND-PLAN.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE WS-KEY-STU TO PP-STU-ID.
           MOVE WS-KEY-TERM TO PP-TERM.
           READ PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ.
           IF WS-FOUND
               EVALUATE TRUE
                   WHEN PP-CURRENT
                       DISPLAY "A CURRENT PLAN IS ALREADY IN FORCE "
                           "FOR THIS TERM - NOT CHANGED"
                       MOVE "N" TO WS-OK-FLAG
                   WHEN PP-PAID-OFF
                       DISPLAY "THE PLAN FOR THIS TERM IS PAID OFF - "
                           "NOT CHANGED"
                       MOVE "N" TO WS-OK-FLAG
                   WHEN OTHER
                       DISPLAY "DEFAULTED PLAN ON FILE - SET UP "
                           "DATE " PP-SETUP-DATE
                           " - A NEW PLAN WILL REPLACE IT"
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------*
      *    CREDITS (REFUNDS, AID) FOR THE TERM NET AGAINST ITS CHARGES
      *    - ONLY WHAT IS STILL OWED GOES ON THE PLAN.

       230-SUM-TERM-BALANCE.
           MOVE ZERO TO WS-TERM-OPEN.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STU-OI-FILE.
           IF WS-SOI-STATUS = "35"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               READ STU-OI-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF
               IF SOI-STU-ID = WS-KEY-STU AND SOI-TERM = WS-KEY-TERM
                   COMPUTE WS-TERM-OPEN =
                       WS-TERM-OPEN + SOI-BILLED - SOI-PAID
               END-IF
               READ STU-OI-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           IF WS-SOI-STATUS NOT = "35"
               CLOSE STU-OI-FILE
           END-IF.
           IF WS-TERM-OPEN NOT > ZERO
               DISPLAY "NO OPEN BALANCE FOR THE TERM - NO PLAN NEEDED"
               MOVE "N" TO WS-OK-FLAG
           ELSE
               MOVE WS-TERM-OPEN TO WS-EDIT-AMT
               DISPLAY "  OPEN BALANCE FOR TERM " WS-EDIT-AMT
               MOVE WS-ENROLL-FEE TO WS-EDIT-AMT
               DISPLAY "  PLAN ENROLLMENT FEE   " WS-EDIT-AMT
           END-IF.

      *-----------------------------------------------------------------*

       240-KEY-INSTALLMENTS.
           DISPLAY "NUMBER OF INSTALLMENTS (2-6): " WITH NO ADVANCING.
           ACCEPT WS-KEY-COUNT.
           IF WS-KEY-COUNT < "2" OR WS-KEY-COUNT > "6"
               DISPLAY "INSTALLMENTS MUST BE 2 THROUGH 6 - NOT SAVED"
               MOVE "N" TO WS-OK-FLAG
           ELSE
               MOVE WS-KEY-COUNT TO WS-INST-CNT
               COMPUTE WS-PLAN-AMT = WS-TERM-OPEN + WS-ENROLL-FEE
               COMPUTE WS-INST-AMT = WS-PLAN-AMT / WS-INST-CNT
               COMPUTE WS-ODD-CENTS =
                   WS-PLAN-AMT - (WS-INST-AMT * WS-INST-CNT)
               MOVE WS-PLAN-AMT TO WS-EDIT-AMT
               DISPLAY "  TOTAL ON PLAN         " WS-EDIT-AMT
               MOVE WS-INST-AMT TO WS-EDIT-AMT
               DISPLAY "  EACH INSTALLMENT      " WS-EDIT-AMT
               DISPLAY "SET UP THIS PLAN? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "PLAN NOT SAVED"
                   MOVE "N" TO WS-OK-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    FIRST INSTALLMENT DUE THE 1ST OF NEXT MONTH, THE REST A
      *    MONTH APART. THE FEE IS BILLED AS ITS OWN OPEN ITEM SO THE
      *    LEDGER AND THE PLAN TOTAL AGREE.

       250-SAVE-PLAN.
           MOVE WS-KEY-STU TO PP-STU-ID.
           MOVE WS-KEY-TERM TO PP-TERM.
           MOVE "C" TO PP-STATUS.
           MOVE WS-RUN-DATE-NUM TO PP-SETUP-DATE.
           MOVE WS-PLAN-AMT TO PP-PLAN-AMT.
           MOVE WS-ENROLL-FEE TO PP-ENROLL-FEE.
           MOVE WS-INST-CNT TO PP-INST-CNT.
           MOVE WS-OPERATOR-ID TO PP-OPERATOR.
           MOVE WS-RUN-DATE TO WS-DUE-DATE.
           MOVE 01 TO WS-DUE-DAY.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > 6
               IF WS-INST-IDX > WS-INST-CNT
                   MOVE ZERO TO PP-DUE-DATE(WS-INST-IDX)
                       PP-DUE-AMT(WS-INST-IDX)
                   MOVE SPACE TO PP-LATE-FLAG(WS-INST-IDX)
               ELSE
                   ADD 1 TO WS-DUE-MONTH
                   IF WS-DUE-MONTH > 12
                       MOVE 01 TO WS-DUE-MONTH
                       ADD 1 TO WS-DUE-YEAR
                   END-IF
                   MOVE WS-DUE-DATE-NUM TO PP-DUE-DATE(WS-INST-IDX)
                   MOVE WS-INST-AMT TO PP-DUE-AMT(WS-INST-IDX)
                   MOVE "N" TO PP-LATE-FLAG(WS-INST-IDX)
               END-IF
               MOVE ZERO TO PP-PAID-AMT(WS-INST-IDX)
           END-PERFORM.
           ADD WS-ODD-CENTS TO PP-DUE-AMT(1).
           IF WS-FOUND
               REWRITE PAY-PLAN-REC
           ELSE
               WRITE PAY-PLAN-REC
           END-IF.
           IF WS-PP-STATUS NOT = "00"
               DISPLAY "PLAN NOT SAVED - STATUS " WS-PP-STATUS
           ELSE
               ADD 1 TO WS-PLAN-CNTR
               PERFORM 260-BILL-ENROLL-FEE
               IF AR-HOLD-IO = "Y"
                   MOVE "N" TO AR-HOLD-IO
                   REWRITE REC-IO
                   DISPLAY "BURSAR HOLD RELEASED"
               END-IF
               DISPLAY "PLAN SAVED - FIRST INSTALLMENT DUE "
                   PP-DUE-DATE(1)
           END-IF.

      *-----------------------------------------------------------------*

       260-BILL-ENROLL-FEE.
           IF WS-ENROLL-FEE > ZERO
               OPEN EXTEND STU-OI-FILE
               IF WS-SOI-STATUS = "35"
                   OPEN OUTPUT STU-OI-FILE
                   CLOSE STU-OI-FILE
                   OPEN EXTEND STU-OI-FILE
               END-IF
               MOVE WS-KEY-STU TO SOI-STU-ID
               MOVE WS-KEY-TERM TO SOI-TERM
               MOVE "P" TO SOI-TYPE
               MOVE WS-RUN-DATE-NUM TO SOI-DATE
               MOVE WS-ENROLL-FEE TO SOI-BILLED
               MOVE ZERO TO SOI-PAID
               WRITE SOI-REC
               CLOSE STU-OI-FILE
               PERFORM 265-WRITE-GL-WORK
           END-IF.

      *-----------------------------------------------------------------*
      *    THE ENROLLMENT FEE AS ONE BALANCED PAIR - THE DEBIT ROW
      *    CARRIES THE AMOUNT, THE CREDIT ROW THE SAME AMOUNT NEGATED.
       265-WRITE-GL-WORK.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE "STUDENT" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           MOVE "PLAN ENROLLMENT FEES" TO GL-DESCRIPTION.
           MOVE WS-ENROLL-FEE TO GL-AMOUNT.
           MOVE WS-GL-STU-AR-ACCT TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-ENROLL-FEE.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-STU-FEE-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           CLOSE STU-GL-OUT.

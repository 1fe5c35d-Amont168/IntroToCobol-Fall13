      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-LOAN-APP
      *    PURPOSE: LOAN APPLICATION INTAKE FOR THE LOAN DESK. (A)DD
      *        TAKES AN APPLICATION FOR A CUSTOMER ALREADY ON
      *        MT-CUST-MST.TXT - MONTHLY INCOME, EXISTING MONTHLY
      *        DEBT PAYMENTS, COLLATERAL VALUE, AND THE AMOUNT, TERM,
      *        RATE, TAX, AND INSURANCE ASKED FOR - AND FILES IT ON
      *        DSB-LOAN-APP.TXT UNDER THE NEXT APPLICATION NUMBER
      *        (DSB-LOAN-APP-NUM.TXT) AS PENDING. THE NIGHTLY
      *        UNDERWRITING RUN (DSB-LOAN-UW) DECIDES IT.
      *    (I)NQUIRE SHOWS AN APPLICATION WITH ITS PAYMENT, DEBT-TO-
      *        INCOME, LOAN-TO-VALUE, DECISION, AND REASONS.
      *    (D)ECIDE IS FOR A LOAN OFFICER TO APPROVE OR DECLINE AN
      *        APPLICATION THE RUN REFERRED. THE OFFICER MAY NOT BE
      *        THE OPERATOR WHO TOOK THE APPLICATION. A DECLINE TURNS
      *        THE REFERRAL REASONS INTO DECLINE REASONS SO THE NEXT
      *        UNDERWRITING RUN PRINTS THE ADVERSE-ACTION LETTER.
      *        EVERY OFFICER DECISION WRITES ONE LINE TO THE AUDIT
      *        TRAIL.
      *    ONLY AN APPROVED APPLICATION CAN BECOME A QUOTE IN DSB-LOAN.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-LOAN-APP.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT LOAN-APP         ASSIGN "DSB-LOAN-APP.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS APP-NUM-MST
                               FILE STATUS IS WS-APP-STATUS.

       SELECT APP-NUM-FILE     ASSIGN "DSB-LOAN-APP-NUM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-APP-NUM-STATUS.

       SELECT CUST-MST         ASSIGN "MT-CUST-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  LOAN-APP.
       01  APP-REC.
           03  APP-NUM-MST         PIC X(7).
           03  APP-CUST-NUM        PIC X(5).
           03  APP-NAME            PIC X(20).
           03  APP-MTH-INCOME      PIC 9(7)V99.
           03  APP-MTH-DEBTS       PIC 9(7)V99.
           03  APP-COLLAT-VAL      PIC 9(7)V99.
           03  APP-REQ-AMT         PIC 9(7)V99.
           03  APP-REQ-TRM         PIC 999.
           03  APP-REQ-RATE        PIC 99V999.
           03  APP-ANNL-TAX        PIC 9(7)V99.
           03  APP-ANNL-INS        PIC 9(7)V99.
           03  APP-ENTRY-DATE      PIC 9(8).
           03  APP-OPERATOR        PIC X(10).
           03  APP-PAYMENT         PIC 9(7)V99.
           03  APP-DTI             PIC 9(3)V99.
           03  APP-LTV             PIC 9(3)V99.
           03  APP-DECISION        PIC X.
               88  APP-IS-PENDING            VALUE " ".
               88  APP-IS-APPROVED           VALUE "A".
               88  APP-IS-REFERRED           VALUE "R".
               88  APP-IS-DECLINED           VALUE "D".
           03  APP-REASONS.
               05  APP-REASON      PIC X(2) OCCURS 4 TIMES.
           03  APP-DECISION-DATE   PIC 9(8).
           03  APP-DECIDED-BY      PIC X(10).
           03  APP-LETTER-SENT     PIC X.
           03  APP-LOAN-NUM        PIC X(7).

       FD  APP-NUM-FILE.
       01  APP-NUM-REC.
           03  AN-NEXT-NUMBER      PIC 9(7).

       FD  CUST-MST.
       01  CUST-REC.
           03  CUST-NUM-MST            PIC X(5).
           03  CUST-NAME-MST           PIC X(20).
           03  CUST-STREET-MST         PIC X(25).
           03  CUST-CITY-MST           PIC X(20).
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-APP-STATUS               PIC XX.
       01  WS-APP-NUM-STATUS           PIC XX.
       01  WS-CUST-STATUS              PIC XX.

       01  WS-DATE.
           03  WS-YEAR                 PIC X(4).
           03  WS-MONTH                PIC X(2).
           03  WS-DAY                  PIC X(2).
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-MORE-FLAG                PIC X VALUE "Y".
           88  WS-MORE                       VALUE "N".
       01  WS-RUN-MODE                 PIC X.
       01  WS-SAVE                     PIC X VALUE "Y".
       01  WS-ENTRY-OK-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-OK                   VALUE "Y".
       01  WS-DECIDE                   PIC X.

       01  WS-NEXT-APP-NUM             PIC 9(7) VALUE 5000001.
       01  WS-APP-NUM                  PIC X(7).

       01  WS-INPUT-DATA.
           03  WS-INP-CUST             PIC X(5).
           03  WS-INP-INCOME           PIC 9(7)V99.
           03  WS-INP-DEBTS            PIC 9(7)V99.
           03  WS-INP-COLLAT           PIC 9(7)V99.
           03  WS-INP-AMT              PIC 9(7)V99.
           03  WS-INP-TRM              PIC 999.
           03  WS-INP-RATE             PIC 99V999.
           03  WS-INP-TAX              PIC 9(7)V99.
           03  WS-INP-INS              PIC 9(7)V99.
       01  WS-ENTRY-MSG                PIC X(50) VALUE SPACES.

      *    DISPLAY FORMS FOR THE INQUIRY - THE DECISION IN WORDS AND
      *    ONE LINE PER REASON CODE ON THE APPLICATION.
       01  WS-DECISION-WORD            PIC X(10).
       01  WS-REASON-LINES.
           03  WS-REASON-LINE          PIC X(45) OCCURS 4 TIMES.
       01  WS-RSN-IDX                  PIC 9.

           COPY DSB-UW-REASON.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LOAN-APP".
       01  WS-DEC-LOG-NAME             PIC X(20).
       01  WS-DEC-STATUS               PIC X(8).
       01  WS-ONE-DECISION             PIC 9(7) VALUE 1.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
           88  WS-AUTHORIZED                 VALUE "Y".
       01  WS-BATCH-OK-FLAG            PIC X.
           88  WS-BATCH-OK                   VALUE "Y".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-TRANS-CNTR               PIC 9(7) VALUE ZERO.

      *-----------------------------------------------------------------*
       SCREEN SECTION.

       01  SCRN-OPERATOR.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE   "OPERATOR ID".
           03  LINE 05 COL 32  PIC X(10)   TO  WS-OPERATOR-ID  AUTO.
           03  LINE 07 COL 20  VALUE   "PASSWORD".
           03  LINE 07 COL 32  PIC X(8)    TO  WS-PASSWORD  AUTO.

       01  SCRN-SIGNON-BAD LINE 09 COL 20
           VALUE "SIGN-ON REFUSED - PROGRAM ENDED".

       01  SCRN-MODE-SELECT.
           03  BLANK SCREEN.
           03  LINE 05 COL 20  VALUE
               "(A)DD APPLICATION, (I)NQUIRE, OR (D)ECIDE A REFERRAL?".
           03  LINE 06 COL 20  PIC X   TO  WS-RUN-MODE AUTO.

       01  SCRN-TITLE.
           03  BLANK SCREEN.
           03  LINE 01 COL 01  VALUE   "DSB-LOAN-APP".
           03  LINE 01 COL 33  VALUE   "ACME MORTGAGE CO.".
           03  LINE 01 COL 69  PIC X(2)    FROM    WS-MONTH.
           03  LINE 01 COL 71  VALUE   "/".
           03  LINE 01 COL 72  PIC X(2)    FROM    WS-DAY.
           03  LINE 01 COL 74  VALUE   "/".
           03  LINE 01 COL 75  PIC X(4)    FROM    WS-YEAR.
           03  LINE 02 COL 31  VALUE   "LOAN APPLICATIONS".

       01  SCRN-APP-FIELDS.
           03  SCRN-APP-CUST.
               05  LINE 04 COL 06  VALUE   "CUST NO".
               05  LINE 04 COL 16  PIC X(5)   TO  WS-INP-CUST  AUTO.
           03  SCRN-APP-AMOUNTS.
               05  LINE 06 COL 11  VALUE   "MONTHLY INCOME".
               05  LINE 06 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-INCOME.
               05  LINE 07 COL 11  VALUE   "MONTHLY DEBT PAYMENTS".
               05  LINE 07 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-DEBTS.
               05  LINE 08 COL 11  VALUE   "COLLATERAL VALUE".
               05  LINE 08 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-COLLAT.
               05  LINE 09 COL 11  VALUE   "AMOUNT REQUESTED".
               05  LINE 09 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-AMT.
               05  LINE 10 COL 11  VALUE   "TERM (MO)".
               05  LINE 10 COL 43  PIC ZZZ    TO  WS-INP-TRM.
               05  LINE 11 COL 11  VALUE   "QUOTED RATE".
               05  LINE 11 COL 40  PIC Z9.999 TO  WS-INP-RATE.
               05  LINE 11 COL 46  VALUE   "%".
               05  LINE 12 COL 11  VALUE   "ANNUAL PROPERTY TAX".
               05  LINE 12 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-TAX.
               05  LINE 13 COL 11  VALUE   "ANNUAL INSURANCE".
               05  LINE 13 COL 34  PIC Z,ZZZ,ZZ9.99
                                   TO  WS-INP-INS.

       01  SCRN-CUST-NAME.
           03  LINE 04 COL 24  PIC X(20)  FROM  CUST-NAME-MST.

       01  SCRN-APP-NUM.
           03  LINE 04 COL 06  VALUE   "APPLICATION".
           03  LINE 04 COL 19  PIC X(7)   TO  WS-APP-NUM  AUTO.

       01  SCRN-NOT-FOUND  LINE 05 COL 06
           VALUE "*** APPLICATION NOT ON FILE ***".

       01  SCRN-APP-DETAIL.
           03  LINE 04 COL 30  PIC X(5)   FROM  APP-CUST-NUM.
           03  LINE 04 COL 37  PIC X(20)  FROM  APP-NAME.
           03  LINE 06 COL 11  VALUE   "MONTHLY INCOME".
           03  LINE 06 COL 34  PIC Z,ZZZ,ZZ9.99 FROM APP-MTH-INCOME.
           03  LINE 07 COL 11  VALUE   "MONTHLY DEBT PAYMENTS".
           03  LINE 07 COL 34  PIC Z,ZZZ,ZZ9.99 FROM APP-MTH-DEBTS.
           03  LINE 08 COL 11  VALUE   "COLLATERAL VALUE".
           03  LINE 08 COL 34  PIC Z,ZZZ,ZZ9.99 FROM APP-COLLAT-VAL.
           03  LINE 09 COL 11  VALUE   "AMOUNT REQUESTED".
           03  LINE 09 COL 34  PIC Z,ZZZ,ZZ9.99 FROM APP-REQ-AMT.
           03  LINE 10 COL 11  VALUE   "TERM (MO)".
           03  LINE 10 COL 43  PIC ZZ9    FROM  APP-REQ-TRM.
           03  LINE 11 COL 11  VALUE   "QUOTED RATE".
           03  LINE 11 COL 40  PIC Z9.999 FROM  APP-REQ-RATE.
           03  LINE 11 COL 46  VALUE   "%".
           03  LINE 12 COL 11  VALUE   "PAYMENT WITH ESCROW".
           03  LINE 12 COL 34  PIC Z,ZZZ,ZZ9.99 FROM APP-PAYMENT.
           03  LINE 13 COL 11  VALUE   "DEBT-TO-INCOME %".
           03  LINE 13 COL 40  PIC ZZ9.99 FROM  APP-DTI.
           03  LINE 13 COL 50  VALUE   "LOAN-TO-VALUE %".
           03  LINE 13 COL 67  PIC ZZ9.99 FROM  APP-LTV.
           03  LINE 15 COL 11  VALUE   "DECISION".
           03  LINE 15 COL 27  PIC X(10)  FROM  WS-DECISION-WORD.
           03  LINE 15 COL 40  VALUE   "BY".
           03  LINE 15 COL 43  PIC X(10)  FROM  APP-DECIDED-BY.
           03  LINE 15 COL 55  VALUE   "LOAN NO".
           03  LINE 15 COL 63  PIC X(7)   FROM  APP-LOAN-NUM.
           03  LINE 16 COL 11  PIC X(45)  FROM  WS-REASON-LINE(1).
           03  LINE 17 COL 11  PIC X(45)  FROM  WS-REASON-LINE(2).
           03  LINE 18 COL 11  PIC X(45)  FROM  WS-REASON-LINE(3).
           03  LINE 19 COL 11  PIC X(45)  FROM  WS-REASON-LINE(4).

       01  SCRN-DECIDE.
           03  LINE 21 COL 11  VALUE
               "(A)PPROVE, (D)ECLINE, OR ENTER TO LEAVE REFERRED".
           03  LINE 21 COL 61  PIC X   TO  WS-DECIDE  AUTO.

       01  SCRN-ENTRY-MSG.
           03  LINE 20 COL 11  PIC X(50)  FROM  WS-ENTRY-MSG.

       01  SCRN-CNTRL.
           03  SCRN-SAVE.
               05  LINE 23 COL 35  PIC X   TO  WS-SAVE AUTO.
               05  LINE 23 COL 37  VALUE   "SAVE? (Y/N)".
           03  SCRN-SAVED.
               05  LINE 23 COL 28  VALUE   "FILED AS APPLICATION".
               05  LINE 23 COL 49  PIC 9(7)   FROM  WS-NEXT-APP-NUM.
           03 SCRN-NOT-SAVED LINE 23 COL 32    VALUE
                                               "APPLICATION NOT FILED".
           03  SCRN-MORE.
               05  LINE 24 COL 30  PIC X   TO  WS-MORE-FLAG    AUTO.
               05  LINE 24 COL 32  VALUE   "ANOTHER? (Y/N)".

       01  SCRN-NO-MASTER.
           03  BLANK SCREEN.
           03  LINE 12 COL 20  VALUE
               "NO CUSTOMER MASTER ON FILE - NO APPLICATIONS TAKEN".

       01  SCRN-PROG-TERM.
           03  BLANK SCREEN.
           03  LINE 12 COL 34  VALUE   "PROGRAM ENDED".

      ******************************************************************
       PROCEDURE DIVISION.

       100-MAIN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           DISPLAY SCRN-OPERATOR.
           ACCEPT SCRN-OPERATOR.
           CALL "DSB-SIGNON" USING WS-OPERATOR-ID WS-PASSWORD
               WS-PROGRAM-NAME WS-AUTH-FLAG.
           IF NOT WS-AUTHORIZED
               DISPLAY SCRN-SIGNON-BAD
               GOBACK
           END-IF.
           CALL "DSB-BATCH-CHECK" USING WS-OPERATOR-ID
               WS-PROGRAM-NAME WS-BATCH-OK-FLAG.
           IF NOT WS-BATCH-OK
               DISPLAY "SCREEN CLOSED - BATCH IN PROGRESS"
               GOBACK
           END-IF.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           OPEN INPUT CUST-MST.
           IF WS-CUST-STATUS = "35"
               DISPLAY SCRN-NO-MASTER
               GOBACK
           END-IF.
           PERFORM 110-OPEN-APP-FILE.
           DISPLAY SCRN-MODE-SELECT.
           ACCEPT SCRN-MODE-SELECT.
           EVALUATE WS-RUN-MODE
               WHEN "I"
               WHEN "i"
                   PERFORM 300-INQUIRY-LOOP UNTIL WS-MORE
               WHEN "D"
               WHEN "d"
                   PERFORM 400-DECIDE-LOOP UNTIL WS-MORE
               WHEN OTHER
                   PERFORM 200-ADD-LOOP UNTIL WS-MORE
           END-EVALUATE.
           PERFORM 120-PUT-BACK-APP-NUM.
           CLOSE LOAN-APP.
           CLOSE CUST-MST.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-TRANS-CNTR
               WS-END-STATUS.
           DISPLAY SCRN-PROG-TERM.
           GOBACK.
      *-----------------------------------------------------------------*
       110-OPEN-APP-FILE.
           OPEN I-O LOAN-APP.
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT LOAN-APP
               CLOSE LOAN-APP
               OPEN I-O LOAN-APP
           END-IF.
           OPEN INPUT APP-NUM-FILE.
           IF WS-APP-NUM-STATUS = "00"
               READ APP-NUM-FILE
                   AT END CONTINUE
                   NOT AT END MOVE AN-NEXT-NUMBER
                       TO WS-NEXT-APP-NUM
               END-READ
               CLOSE APP-NUM-FILE
           END-IF.
      *-----------------------------------------------------------------*
       120-PUT-BACK-APP-NUM.
           OPEN OUTPUT APP-NUM-FILE.
           MOVE WS-NEXT-APP-NUM TO AN-NEXT-NUMBER.
           WRITE APP-NUM-REC.
           CLOSE APP-NUM-FILE.
      *-----------------------------------------------------------------*
       200-ADD-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-INP-CUST.
           MOVE ZERO TO WS-INP-INCOME WS-INP-DEBTS WS-INP-COLLAT
               WS-INP-AMT WS-INP-TRM WS-INP-RATE WS-INP-TAX
               WS-INP-INS.
           DISPLAY SCRN-APP-FIELDS.
           MOVE "N" TO WS-ENTRY-OK-FLAG.
           PERFORM 210-ENTER-APPLICATION UNTIL WS-ENTRY-OK.
           DISPLAY SCRN-SAVE.
           ACCEPT SCRN-SAVE.
           IF WS-SAVE = "Y" OR "y"
               PERFORM 500-FILE-APPLICATION
           ELSE
               DISPLAY SCRN-NOT-SAVED
           END-IF.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE APPLICANT MUST ALREADY BE A CUSTOMER - THE NAME,
      *    ADDRESS, AND TIN THE LOAN WILL CARRY COME FROM THE
      *    CUSTOMER MASTER, NOT FROM WHATEVER IS TYPED HERE. THE
      *    UNDERWRITING RUN NEEDS AN AMOUNT, TERM, AND RATE TO
      *    PRICE A PAYMENT.
       210-ENTER-APPLICATION.
           ACCEPT SCRN-APP-CUST.
           ACCEPT SCRN-APP-AMOUNTS.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE SPACES TO WS-ENTRY-MSG.
           MOVE WS-INP-CUST TO CUST-NUM-MST.
           READ CUST-MST
               INVALID KEY
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   MOVE "*** CUSTOMER NOT ON FILE - ADD THEM FIRST ***"
                       TO WS-ENTRY-MSG
               NOT INVALID KEY
                   DISPLAY SCRN-CUST-NAME
           END-READ.
           IF WS-ENTRY-OK
               IF WS-INP-AMT = ZERO OR WS-INP-TRM = ZERO
                   OR WS-INP-RATE = ZERO
                   MOVE "N" TO WS-ENTRY-OK-FLAG
                   MOVE "*** AMOUNT, TERM, AND RATE ARE REQUIRED ***"
                       TO WS-ENTRY-MSG
               END-IF
           END-IF.
           DISPLAY SCRN-ENTRY-MSG.
      *-----------------------------------------------------------------*
       300-INQUIRY-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-APP-NUM.
           DISPLAY SCRN-APP-NUM.
           ACCEPT SCRN-APP-NUM.
           MOVE WS-APP-NUM TO APP-NUM-MST.
           READ LOAN-APP
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 310-SHOW-APPLICATION
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
       310-SHOW-APPLICATION.
           EVALUATE TRUE
               WHEN APP-IS-APPROVED
                   MOVE "APPROVED" TO WS-DECISION-WORD
               WHEN APP-IS-REFERRED
                   MOVE "REFERRED" TO WS-DECISION-WORD
               WHEN APP-IS-DECLINED
                   MOVE "DECLINED" TO WS-DECISION-WORD
               WHEN OTHER
                   MOVE "PENDING" TO WS-DECISION-WORD
           END-EVALUATE.
           MOVE SPACES TO WS-REASON-LINES.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 4
               IF APP-REASON(WS-RSN-IDX) NOT = SPACES
                   PERFORM 320-REASON-TEXT
               END-IF
           END-PERFORM.
           DISPLAY SCRN-APP-DETAIL.
      *-----------------------------------------------------------------*
       320-REASON-TEXT.
           MOVE APP-REASON(WS-RSN-IDX) TO WS-REASON-LINE(WS-RSN-IDX).
           PERFORM VARYING WS-UW-REASON-IDX FROM 1 BY 1
                   UNTIL WS-UW-REASON-IDX > WS-UW-REASON-CNT
               IF WS-UW-REASON-CODE(WS-UW-REASON-IDX) =
                       APP-REASON(WS-RSN-IDX)
                   MOVE WS-UW-REASON-TEXT(WS-UW-REASON-IDX)
                       TO WS-REASON-LINE(WS-RSN-IDX)(4:40)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------*
       400-DECIDE-LOOP.
           DISPLAY SCRN-TITLE.
           MOVE SPACES TO WS-APP-NUM.
           MOVE SPACES TO WS-ENTRY-MSG.
           DISPLAY SCRN-APP-NUM.
           ACCEPT SCRN-APP-NUM.
           MOVE WS-APP-NUM TO APP-NUM-MST.
           READ LOAN-APP
               INVALID KEY
                   DISPLAY SCRN-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 410-DECIDE-REFERRAL
           END-READ.
           DISPLAY SCRN-MORE.
           ACCEPT SCRN-MORE.
      *-----------------------------------------------------------------*
      *    THE RUN'S APPROVALS AND DECLINES STAND - ONLY A REFERRAL
      *    IS OPEN TO AN OFFICER, AND NEVER TO THE OPERATOR WHO
      *    KEYED THE NUMBERS IT WAS REFERRED ON.
       410-DECIDE-REFERRAL.
           PERFORM 310-SHOW-APPLICATION.
           EVALUATE TRUE
               WHEN NOT APP-IS-REFERRED
                   MOVE "*** APPLICATION IS NOT REFERRED ***"
                       TO WS-ENTRY-MSG
               WHEN APP-OPERATOR = WS-OPERATOR-ID
                   MOVE "*** YOU TOOK IT - ANOTHER OFFICER DECIDES ***"
                       TO WS-ENTRY-MSG
               WHEN OTHER
                   MOVE SPACE TO WS-DECIDE
                   DISPLAY SCRN-DECIDE
                   ACCEPT SCRN-DECIDE
                   PERFORM 420-APPLY-DECISION
           END-EVALUATE.
           DISPLAY SCRN-ENTRY-MSG.
      *-----------------------------------------------------------------*
       420-APPLY-DECISION.
           EVALUATE WS-DECIDE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO APP-DECISION
                   MOVE "APPROVED" TO WS-DEC-STATUS
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO APP-DECISION
                   MOVE "N" TO APP-LETTER-SENT
                   INSPECT APP-REASONS CONVERTING "R" TO "D"
                   MOVE "DECLINED" TO WS-DEC-STATUS
               WHEN OTHER
                   MOVE "LEFT REFERRED - NO CHANGE" TO WS-ENTRY-MSG
           END-EVALUATE.
           IF WS-DECIDE = "A" OR "a" OR "D" OR "d"
               MOVE WS-RUN-DATE TO APP-DECISION-DATE
               MOVE WS-OPERATOR-ID TO APP-DECIDED-BY
               REWRITE APP-REC
                   INVALID KEY
                       MOVE "*** APPLICATION REWRITE FAILED ***"
                           TO WS-ENTRY-MSG
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CNTR
                       PERFORM 430-LOG-DECISION
                       MOVE "DECISION RECORDED" TO WS-ENTRY-MSG
               END-REWRITE
               PERFORM 310-SHOW-APPLICATION
           END-IF.
      *-----------------------------------------------------------------*
       430-LOG-DECISION.
           MOVE SPACES TO WS-DEC-LOG-NAME.
           STRING "LOANAPP " DELIMITED BY SIZE
               APP-NUM-MST DELIMITED BY SIZE
               INTO WS-DEC-LOG-NAME
           END-STRING.
           CALL "DSB-AUDIT-LOG" USING WS-DEC-LOG-NAME
               WS-OPERATOR-ID WS-START-TIME WS-ONE-DECISION
               WS-DEC-STATUS.
      *-----------------------------------------------------------------*
      *    A NEW APPLICATION FILES AS PENDING WITH NO PAYMENT OR
      *    RATIOS - THE UNDERWRITING RUN FILLS THOSE IN.
       500-FILE-APPLICATION.
           MOVE WS-NEXT-APP-NUM TO APP-NUM-MST.
           MOVE WS-INP-CUST TO APP-CUST-NUM.
           MOVE CUST-NAME-MST TO APP-NAME.
           MOVE WS-INP-INCOME TO APP-MTH-INCOME.
           MOVE WS-INP-DEBTS TO APP-MTH-DEBTS.
           MOVE WS-INP-COLLAT TO APP-COLLAT-VAL.
           MOVE WS-INP-AMT TO APP-REQ-AMT.
           MOVE WS-INP-TRM TO APP-REQ-TRM.
           MOVE WS-INP-RATE TO APP-REQ-RATE.
           MOVE WS-INP-TAX TO APP-ANNL-TAX.
           MOVE WS-INP-INS TO APP-ANNL-INS.
           MOVE WS-RUN-DATE TO APP-ENTRY-DATE.
           MOVE WS-OPERATOR-ID TO APP-OPERATOR.
           MOVE ZERO TO APP-PAYMENT APP-DTI APP-LTV.
           MOVE SPACE TO APP-DECISION.
           MOVE SPACES TO APP-REASONS.
           MOVE ZERO TO APP-DECISION-DATE.
           MOVE SPACES TO APP-DECIDED-BY.
           MOVE "N" TO APP-LETTER-SENT.
           MOVE SPACES TO APP-LOAN-NUM.
           WRITE APP-REC
               INVALID KEY
                   DISPLAY SCRN-NOT-SAVED
               NOT INVALID KEY
                   DISPLAY SCRN-SAVED
                   ADD 1 TO WS-TRANS-CNTR
                   ADD 1 TO WS-NEXT-APP-NUM
           END-WRITE.

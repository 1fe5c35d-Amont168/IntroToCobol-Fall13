      *        STATEMENT SHOWS THE BREAKDOWN, THE ASSESSMENT REGISTER
      *        SHOWS GROSS/AID/NET, AND AN AID DISBURSEMENT REGISTER
      *        PRINTS PER SOURCE FOR THE AID OFFICE.
      *    THE RUN'S GROSS TUITION BY RESIDENCY CLASS AND ITS AID
      *        ALSO GO TO THE STUDENT GL WORK FILE
      *        (DSB-STU-GL-WORK.TXT) AS BALANCED PAIRS - RECEIVABLE
      *        AGAINST THE CLASS'S TUITION REVENUE ACCOUNT, AND AID
      *        AS CONTRA-REVENUE AGAINST THE RECEIVABLE - FOR
      *        DSB-STU-GL-TOTALS TO CARRY INTO THE NIGHT'S GL FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT RPT-OUT          ASSIGN "DSB-TUITION-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STU-GL-OUT       ASSIGN "DSB-STU-GL-WORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-STU-GL-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  NOTE-IN                 PIC X(75).
           03  FILLER                  PIC X(22).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(13).
           03  FILLER                  PIC X(9).
           03  FILLER                  PIC X(9).

       FD  RATE-TABLE-IN.
       01  RATE-REC.
           03  CRS-START-IN            PIC 9(4).
           03  CRS-END-IN              PIC 9(4).
           03  CRS-ROOM-IN             PIC X(6).
           03  FILLER                  PIC X(3).

       FD  CHARGES-OUT.
       01  CHARGE-REC.
       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).

       FD  STU-GL-OUT.
           COPY DSB-GL-DETAIL.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-AID-STATUS               PIC XX.
       01  WS-AID-EOF-FLAG             PIC X VALUE "N".
           88  WS-AID-EOF                    VALUE "Y".
       01  WS-STU-GL-STATUS            PIC XX.

      *    STUDENT GL ACCOUNTS - TUITION REVENUE BY RESIDENCY CLASS,
      *    AND AID BOOKED AS CONTRA-REVENUE.
       01  WS-GL-STU-AR-ACCT           PIC X(4) VALUE "1210".
       01  WS-GL-TUITION-A-ACCT        PIC X(4) VALUE "4210".
       01  WS-GL-TUITION-O-ACCT        PIC X(4) VALUE "4220".
       01  WS-GL-TUITION-I-ACCT        PIC X(4) VALUE "4230".
       01  WS-GL-AID-ACCT              PIC X(4) VALUE "4290".
       01  WS-GL-PAIR-AMT              PIC S9(9)V99.
       01  WS-GL-PAIR-DR               PIC X(4).
       01  WS-GL-PAIR-CR               PIC X(4).
       01  WS-GL-PAIR-DESC             PIC X(30).
       01  WS-GL-BRANCH                PIC X(2) VALUE "00".

      *    THE RUN'S GROSS TUITION BY RESIDENCY CLASS, AND ITS AID.
       01  WS-TUITION-A-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-TUITION-O-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-TUITION-I-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-AID-TOTAL                PIC 9(9)V99 VALUE ZERO.

      *    THE TERM'S AWARDS, TABLED FOR THE ASSESSMENT PASS, PLUS A
      *    RUNNING USED FIGURE PER AWARD FOR THE AID OFFICE'S
           CLOSE STU-OI-OUT.
           CLOSE RPT-OUT.
           PERFORM 230-PRINT-AID-REGISTER.
           PERFORM 240-WRITE-GL-WORK.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WRITE SOI-REC
           END-IF.
           ADD WS-CHARGE-AMT TO WS-CT-ACTUAL-VALUE.
           EVALUATE RES-IN
               WHEN "O"
                   ADD WS-GROSS-CHARGE TO WS-TUITION-O-TOTAL
               WHEN "I"
                   ADD WS-GROSS-CHARGE TO WS-TUITION-I-TOTAL
               WHEN OTHER
                   ADD WS-GROSS-CHARGE TO WS-TUITION-A-TOTAL
           END-EVALUATE.
           ADD WS-STU-AID TO WS-AID-TOTAL.
           MOVE ID-IN TO REG-ROW-ID.
           MOVE LNAME-IN TO REG-ROW-LNAME.
           MOVE RES-IN TO REG-ROW-RES.
               END-IF
           END-PERFORM.
           CLOSE AID-REG-OUT.

      *-----------------------------------------------------------------*
      *    ONE PAIR PER RESIDENCY CLASS ASSESSED AND ONE FOR THE AID,
      *    DATED THE PROCESSING DATE FOR TONIGHT'S STUDENT GL TOTALS.

       240-WRITE-GL-WORK.
           OPEN EXTEND STU-GL-OUT.
           IF WS-STU-GL-STATUS = "35"
               OPEN OUTPUT STU-GL-OUT
               CLOSE STU-GL-OUT
               OPEN EXTEND STU-GL-OUT
           END-IF.
           MOVE WS-GL-STU-AR-ACCT TO WS-GL-PAIR-DR.
           MOVE WS-TUITION-A-TOTAL TO WS-GL-PAIR-AMT.
           MOVE WS-GL-TUITION-A-ACCT TO WS-GL-PAIR-CR.
           MOVE "TUITION ASSESSED - RES A" TO WS-GL-PAIR-DESC.
           PERFORM 245-WRITE-GL-PAIR.
           MOVE WS-TUITION-O-TOTAL TO WS-GL-PAIR-AMT.
           MOVE WS-GL-TUITION-O-ACCT TO WS-GL-PAIR-CR.
           MOVE "TUITION ASSESSED - RES O" TO WS-GL-PAIR-DESC.
           PERFORM 245-WRITE-GL-PAIR.
           MOVE WS-TUITION-I-TOTAL TO WS-GL-PAIR-AMT.
           MOVE WS-GL-TUITION-I-ACCT TO WS-GL-PAIR-CR.
           MOVE "TUITION ASSESSED - RES I" TO WS-GL-PAIR-DESC.
           PERFORM 245-WRITE-GL-PAIR.
           MOVE WS-AID-TOTAL TO WS-GL-PAIR-AMT.
           MOVE WS-GL-AID-ACCT TO WS-GL-PAIR-DR.
           MOVE WS-GL-STU-AR-ACCT TO WS-GL-PAIR-CR.
           MOVE "FINANCIAL AID APPLIED" TO WS-GL-PAIR-DESC.
           PERFORM 245-WRITE-GL-PAIR.
           CLOSE STU-GL-OUT.

      *-----------------------------------------------------------------*
      *    ONE BALANCED PAIR - THE DEBIT ROW CARRIES THE AMOUNT, THE
      *    CREDIT ROW THE SAME AMOUNT NEGATED. NOTHING TO BOOK WRITES
      *    NOTHING.

       245-WRITE-GL-PAIR.
           IF WS-GL-PAIR-AMT NOT = ZERO
               MOVE WS-RUN-YEAR TO GL-YEAR
               MOVE WS-RUN-MONTH TO GL-MONTH
               MOVE WS-RUN-DAY TO GL-DAY
               MOVE "STUDENT" TO GL-SOURCE
               MOVE WS-GL-BRANCH TO GL-BRANCH
               MOVE WS-GL-PAIR-DESC TO GL-DESCRIPTION
               MOVE WS-GL-PAIR-AMT TO GL-AMOUNT
               MOVE WS-GL-PAIR-DR TO GL-DEBIT-ACCT
               MOVE SPACES TO GL-CREDIT-ACCT
               WRITE GL-DETAIL-REC
               COMPUTE GL-AMOUNT = ZERO - WS-GL-PAIR-AMT
               MOVE SPACES TO GL-DEBIT-ACCT
               MOVE WS-GL-PAIR-CR TO GL-CREDIT-ACCT
               WRITE GL-DETAIL-REC
           END-IF.

                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SET-STATUS.

           SELECT COST-IO          ASSIGN "DSB-CLIENT-COST.TXT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-COST-STATUS.

           SELECT COST-TEMP        ASSIGN "DSB-client-cost.tmp"
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATTY-MST-IN      ASSIGN "DSB-ATTY-MST.TXT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  MST-OUT.
       01  FILE-OUT                 PIC X(80).
           03  SRT-TRANS-AMOUNT     PIC 9(6).
           03  SRT-ATTY-CD          PIC X(3).
           03  SRT-TRANS-HOURS      PIC 9(3)V99.
           03  SRT-CONFLICT-STAT    PIC X.
           03  SRT-CONFLICT-OPER    PIC X(10).
           03  SRT-CONFLICT-DATE    PIC 9(8).
           03  SRT-EBILL-FLAG       PIC X.
           03  SRT-MATTER-REF       PIC X(20).

       FD  SORTED-MST.
       01  REC-SORTED               PIC X(77).

       FD  CSV-OUT.
       01  CSV-REC                  PIC X(80).
       FD  SETTLE-TEMP.
       01  SETTLE-TEMP-REC          PIC X(22).

       FD  COST-IO.
           COPY DSB-CLIENT-COST.

       FD  COST-TEMP.
       01  COST-TEMP-REC            PIC X(63).

       FD  ATTY-MST-IN.
       01  ATTY-REC.
           03  ATTY-CD-MST          PIC X(3).
           03  FILLER              PIC X(16) VALUE "BILLED - ATTY   ".
           03  WS-GL-DESC-ATTY     PIC X(3).
           03  FILLER              PIC X(11) VALUE SPACES.
      *    RELEASED CLIENT COSTS ARE AN ADVANCE TO BE RECOVERED,
      *    NOT EARNED FEES - THEY BILL TO THE CLIENT COSTS ADVANCED
      *    RECEIVABLE AGAINST THE CASH THE FIRM PAID OUT.
       01  WS-GL-COSTS-ACCT        PIC X(4) VALUE "1120".
       01  WS-GL-CASH-ACCT         PIC X(4) VALUE "1010".
       01  WS-COST-STATUS          PIC XX.
       01  WS-COST-EOF-FLAG        PIC X VALUE "N".
           88  WS-COST-EOF               VALUE "Y".
       01  WS-COST-BILLED-TOT      PIC 9(9)V99 VALUE ZERO.
       01  WS-COST-BILLED-CNT      PIC 9(5) VALUE ZERO.
       01  WS-COST-HELD-CNT        PIC 9(5) VALUE ZERO.
       01  WS-COST-ITEM-IDX        PIC 9(3) VALUE ZERO.
       01  WS-OI-NEW-FLAG          PIC X VALUE "N".
           88  WS-OI-NEW                 VALUE "Y".
       01  WS-ATTY-STATUS          PIC XX.
           03  TERM-FILLER2        PIC X(31).

       01  WS-PROGRAM-NAME         PIC X(20) VALUE "DBROWNPROJ01".

           COPY DSB-STEP-PARM.

       01  WS-MST-OUT-FILENAME     PIC X(40)
                                       VALUE "DSB-client-report.txt".
       01  WS-BACKUP-FILENAME      PIC X(40).
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           PERFORM 102-READ-RUN-PARMS.
           IF NOT WS-UNATTENDED
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           WRITE FILE-OUT.
           MOVE WS-RPT-FOOTER-LINE TO FILE-OUT.
           WRITE FILE-OUT.
           PERFORM 259-BILL-RELEASED-COSTS.
           PERFORM 258-CARRY-FIN-CHG-ITEMS.
           CLOSE SORTED-MST.
           CLOSE OPEN-ITEM-FILE.
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-OUT-CNTR
               WS-END-STATUS.
           DISPLAY WS-PROG-TERM.
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *    WITH A PARAMETER FILE ON HAND THE NIGHTLY STREAM RUNS
               IF WS-OI-CLIENT(WS-OI-IDX) = CLIENT-ID-IN
                   AND WS-OI-MONTH(WS-OI-IDX) = MONTH-IN
                   AND WS-OI-YEAR(WS-OI-IDX) = YEAR-IN
                   AND WS-OI-TYPE(WS-OI-IDX) NOT = "C"
                   MOVE WS-OI-PAID(WS-OI-IDX) TO WS-ITEM-PAID
                   MOVE WS-OI-ADJ(WS-OI-IDX) TO WS-ITEM-ADJ
                   IF WS-OI-TYPE(WS-OI-IDX) = "B"
      *    RUN, WHICH WOULD DROP THE FINANCE-CHARGE ITEMS DSB-FIN-CHG
      *    ASSESSES - THEY ARE CARRIED FORWARD FROM THE PRIOR FILE
      *    HERE SO THE CHARGE KEEPS AGING UNTIL PAID OR WRITTEN OFF.
      *    CLIENT COST ITEMS (TYPE "C") HAVE NO MASTER ROW EITHER AND
      *    ARE CARRIED THE SAME WAY.
       258-CARRY-FIN-CHG-ITEMS.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT
               IF WS-OI-TYPE(WS-OI-IDX) = "F" OR "C"
                   MOVE WS-OI-CLIENT(WS-OI-IDX) TO OI-CLIENT-ID
                   MOVE WS-OI-MONTH(WS-OI-IDX)  TO OI-MONTH
                   MOVE WS-OI-YEAR(WS-OI-IDX)   TO OI-YEAR
                   MOVE WS-OI-BILLED(WS-OI-IDX) TO OI-BILLED
                   MOVE WS-OI-PAID(WS-OI-IDX)   TO OI-PAID
                   MOVE WS-OI-TYPE(WS-OI-IDX)   TO OI-TYPE
                   MOVE WS-OI-ADJ(WS-OI-IDX) TO OI-ADJ
                   WRITE OI-REC
               END-IF
           END-PERFORM.

      *    COSTS A PARTNER RELEASED THROUGH DSB-WIP-RELEASE BILL
      *    HERE AS ONE TYPE "C" OPEN ITEM PER CLIENT PER BILLING
      *    MONTH - A SECOND RELEASE IN THE SAME MONTH ADDS TO THE
      *    ITEM ALREADY ON FILE. EACH COST IS STAMPED BILLED WITH THE
      *    MONTH SO THE INVOICE CAN ITEMIZE IT AND A RERUN NEVER
      *    BILLS IT TWICE. WITH THE OPEN-ITEM TABLE FULL A COST STAYS
      *    RELEASED FOR THE NEXT RUN. THE NIGHT'S COST TOTAL GOES TO
      *    THE GL AS ITS OWN BALANCED PAIR.
       259-BILL-RELEASED-COSTS.
           MOVE ZERO TO WS-COST-BILLED-TOT.
           MOVE ZERO TO WS-COST-BILLED-CNT.
           MOVE ZERO TO WS-COST-HELD-CNT.
           OPEN INPUT COST-IO.
           IF WS-COST-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT COST-TEMP
               READ COST-IO AT END MOVE "Y" TO WS-COST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-COST-EOF
                   IF CST-RELEASED
                       PERFORM 261-BILL-ONE-COST
                   END-IF
                   WRITE COST-TEMP-REC FROM CLIENT-COST-REC
                   READ COST-IO AT END MOVE "Y" TO WS-COST-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COST-IO
               CLOSE COST-TEMP
               PERFORM 262-COPY-COSTS-BACK
               IF WS-COST-BILLED-TOT > ZERO
                   PERFORM 254-WRITE-COST-GL-PAIR
               END-IF
               IF WS-COST-HELD-CNT > ZERO
                   DISPLAY "*** OPEN-ITEM TABLE FULL - "
                       WS-COST-HELD-CNT " RELEASED COST(S) HELD "
                       "FOR A LATER RUN ***"
               END-IF
           END-IF.

       261-BILL-ONE-COST.
           MOVE ZERO TO WS-COST-ITEM-IDX.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT
               IF WS-OI-CLIENT(WS-OI-IDX) = CST-CLIENT-ID
                   AND WS-OI-MONTH(WS-OI-IDX) = WS-RUN-MONTH
                   AND WS-OI-YEAR(WS-OI-IDX) = WS-RUN-YEAR
                   AND WS-OI-TYPE(WS-OI-IDX) = "C"
                   MOVE WS-OI-IDX TO WS-COST-ITEM-IDX
               END-IF
           END-PERFORM.
           IF WS-COST-ITEM-IDX = ZERO AND WS-OI-CNT < 500
               ADD 1 TO WS-OI-CNT
               MOVE WS-OI-CNT TO WS-COST-ITEM-IDX
               MOVE CST-CLIENT-ID TO WS-OI-CLIENT(WS-OI-CNT)
               MOVE WS-RUN-MONTH TO WS-OI-MONTH(WS-OI-CNT)
               MOVE WS-RUN-YEAR TO WS-OI-YEAR(WS-OI-CNT)
               MOVE ZERO TO WS-OI-BILLED(WS-OI-CNT)
               MOVE ZERO TO WS-OI-PAID(WS-OI-CNT)
               MOVE "C" TO WS-OI-TYPE(WS-OI-CNT)
               MOVE ZERO TO WS-OI-ADJ(WS-OI-CNT)
           END-IF.
           IF WS-COST-ITEM-IDX = ZERO
               ADD 1 TO WS-COST-HELD-CNT
           ELSE
               ADD CST-AMOUNT TO WS-OI-BILLED(WS-COST-ITEM-IDX)
               ADD CST-AMOUNT TO WS-COST-BILLED-TOT
               ADD 1 TO WS-COST-BILLED-CNT
               MOVE "B" TO CST-STATUS
               MOVE WS-RUN-MONTH TO CST-BILL-MONTH
               MOVE WS-RUN-YEAR TO CST-BILL-YEAR
           END-IF.

       262-COPY-COSTS-BACK.
           MOVE "N" TO WS-COST-EOF-FLAG.
           OPEN INPUT COST-TEMP.
           OPEN OUTPUT COST-IO.
           READ COST-TEMP AT END MOVE "Y" TO WS-COST-EOF-FLAG.
           PERFORM UNTIL WS-COST-EOF
               WRITE CLIENT-COST-REC FROM COST-TEMP-REC
               READ COST-TEMP AT END MOVE "Y" TO WS-COST-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE COST-TEMP.
           CLOSE COST-IO.

       254-WRITE-COST-GL-PAIR.
           ADD 1 TO WS-GL-PAIR-CNTR.
           MOVE WS-RUN-YEAR TO GL-YEAR.
           MOVE WS-RUN-MONTH TO GL-MONTH.
           MOVE WS-RUN-DAY TO GL-DAY.
           MOVE "CLIENT" TO GL-SOURCE.
           MOVE "00" TO GL-BRANCH.
           MOVE "CLIENT COSTS ADVANCED BILLED" TO GL-DESCRIPTION.
           MOVE WS-COST-BILLED-TOT TO GL-AMOUNT.
           MOVE WS-GL-COSTS-ACCT TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - WS-COST-BILLED-TOT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-CASH-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.

      *    A NIGHT WITH NOTHING BILLABLE STILL PUTS A ZERO PAIR ON
      *    THE FEED SO DSB-GL-FEED'S SOURCE-COMPLETENESS CHECK SEES A
      *    CURRENT-DATED CLIENT SOURCE AND THE STREAM IS NOT HELD ON

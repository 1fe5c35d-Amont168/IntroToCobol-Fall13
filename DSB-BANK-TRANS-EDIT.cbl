      *        DIVERTS TO MT-STOP-PAY-HITS.TXT INSTEAD OF PASSING
      *        INTO THE DETAIL FILE, AND STOPS PAST THEIR EXPIRY
      *        DATE ARE AGED OFF THE FILE AS THEY ARE LOADED.
      *    A WITHDRAWAL MAY CARRY A CHECK NUMBER (THE PAID ITEMS FROM
      *        DSB-INCLEARING DO). A STOP ORDER THAT NAMES A CHECK
      *        NUMBER MATCHES THAT CHECK ONLY, AND THE NUMBER IS PART
      *        OF THE DUPLICATE SCREEN SO TWO CHECKS FOR THE SAME
      *        AMOUNT ON THE SAME DAY ARE NOT MISTAKEN FOR A REPEAT.
      *    A TELLER ITEM CARRIES A CASH INDICATOR ("C" CASH, "N" OR
      *        BLANK NON-CASH). A RELEASED BATCH STAMPS ITS HEADER'S
      *        TELLER ID ON EVERY ITEM SO DB-MID-TERM-2 CAN CREDIT THE
      *        POSTED CASH TO THE RIGHT DRAWER FOR DSB-TELLER-SETTLE.
      *        CASH IS ONLY TAKEN ON A D OR W INSIDE A TELLER BATCH.
      *    SANCTIONS HITS FREEZE POSTING. A CUSTOMER (OR AN UNLINKED
      *        ACCOUNT) WITH A PENDING OR CONFIRMED HIT ON
      *        DSB-OFAC-REVIEW.TXT HAS EVERY TRANSACTION HELD ON
      *        DSB-OFAC-HELD.TXT UNTIL DSB-OFAC-REVIEW CLEARS IT. THE
      *        NAME ON THE TO ACCOUNT OF EVERY "X" TRANSFER (KEYED OR
      *        FROM DSB-SO-GENERATE) IS SCREENED THROUGH DSB-OFAC-MATCH;
      *        A NEW POSSIBLE HIT IS QUEUED FOR REVIEW, FREEZES THAT
      *        CUSTOMER, AND HOLDS THE TRANSFER.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HIT-STATUS.

       SELECT OFAC-REVIEW      ASSIGN "DSB-OFAC-REVIEW.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RV-KEY
                               ALTERNATE RECORD KEY IS RV-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REV-STATUS.

       SELECT OFAC-HELD-OUT    ASSIGN "DSB-OFAC-HELD.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-HELD-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

      *    SECOND VIEWS OF THE ENTRY BUFFER FOR THE BATCH WRAPPER
      *    RECORDS - "H" AND "T" CANNOT COLLIDE WITH A REAL ACCOUNT
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       FD  EDITED-OUT.
       01  EDITED-REC                  PIC X(48).

       FD  REJECT-OUT.
       01  REJECT-REC.
           03  RJ-REASON               PIC X(40).

       FD  TRANS-OUT.
       01  TRANS-OUT-REC               PIC X(48).

       SD  SRT-WORK.
       01  SRT-REC.
           03  SRT-AMNT                PIC 9(6)V99.
           03  SRT-XFER-ACC            PIC X(5).
           03  SRT-BRANCH              PIC X(2).
           03  SRT-CHECK-NUM           PIC X(8).
           03  SRT-CASH-IND            PIC X.
           03  SRT-TELLER-ID           PIC X(10).

       FD  YTD-TRANS-IN.
       01  YTD-TRANS-REC.
           03  YTD-TYPE                PIC X.
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

       FD  SUSPENSE-OUT.
       01  SUSPENSE-REC                PIC X(48).

       FD  RELEASED-IN.
       01  RELEASED-REC               PIC X(48).

       FD  OOB-OUT.
       01  OOB-REC                     PIC X(100).
           03  STOP-EFF-DATE           PIC 9(8).
           03  STOP-EXP-DATE           PIC 9(8).
           03  STOP-OPERATOR           PIC X(10).
           03  STOP-CHECK-NUM          PIC X(8).

       FD  STOP-HIT-OUT.
       01  STOP-HIT-REC.
           03  FILLER                  PIC X               VALUE SPACES.
           03  SH-REASON               PIC X(25).

      *    ONE ROW PER NAME/LIST-ENTRY PAIR - SEE DSB-OFAC-SCREEN.
       FD  OFAC-REVIEW.
       01  REVIEW-REC.
           03  RV-KEY.
               05  RV-SUBJ-TYPE        PIC X.
                   88  RV-IS-CUSTOMER              VALUE "C".
                   88  RV-IS-ACCOUNT               VALUE "A".
                   88  RV-IS-COUNTERPARTY          VALUE "X".
               05  RV-SUBJ-ID          PIC X(5).
               05  RV-LIST-ID          PIC X(6).
           03  RV-CUST-NUM             PIC X(5).
           03  RV-SUBJ-NAME            PIC X(40).
           03  RV-LIST-NAME            PIC X(40).
           03  RV-SCORE                PIC 9(3).
           03  RV-STATUS               PIC X.
               88  RV-IS-PENDING                   VALUE "P".
               88  RV-IS-CLEARED                   VALUE "C".
               88  RV-IS-CONFIRMED                 VALUE "F".
           03  RV-FOUND-DATE           PIC 9(8).
           03  RV-FOUND-BY             PIC X(20).
           03  RV-DECIDED-BY           PIC X(10).
           03  RV-DECIDED-DATE         PIC 9(8).

      *    A HELD TRANSACTION CARRIES THE FREEZE IT IS WAITING ON -
      *    "C" AND THE CUSTOMER NUMBER, OR "A" AND THE ACCOUNT.
       FD  OFAC-HELD-OUT.
       01  OFAC-HELD-REC.
           03  HD-FREEZE-KEY           PIC X(6).
           03  HD-TRX                  PIC X(48).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-BATCH-OVER-FLAG          PIC X VALUE "N".
           88  WS-BATCH-OVER                 VALUE "Y".
       01  WS-BATCH-TABLE.
           03  WS-BATCH-REC            PIC X(48) OCCURS 500 TIMES.
       01  WS-OOB-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-OOB-REASON               PIC X(12).
       01  WS-DECL-CNT                 PIC 9(5) VALUE ZERO.
               05  WS-STP-EFF          PIC 9(8).
               05  WS-STP-EXP          PIC 9(8).
               05  WS-STP-OPER         PIC X(10).
               05  WS-STP-CHECK        PIC X(8).

      *    EVERY FREEZE IN FORCE - "C" AND A CUSTOMER NUMBER, OR "A"
      *    AND AN ACCOUNT WITH NO CUSTOMER LINK - FROM THE PENDING AND
      *    CONFIRMED ROWS ON THE SANCTIONS REVIEW QUEUE, PLUS ANY THIS
      *    RUN'S COUNTERPARTY SCREENING ADDS.
       01  WS-REV-STATUS               PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-REV-EOF-FLAG             PIC X VALUE "N".
           88  WS-REV-EOF                    VALUE "Y".
       01  WS-FRZ-CNT                  PIC 9(3) VALUE ZERO.
       01  WS-FRZ-IDX                  PIC 9(3).
       01  WS-FRZ-TABLE.
           03  WS-FRZ-KEY              PIC X(6) OCCURS 500 TIMES.
       01  WS-FRZ-FOUND-FLAG           PIC X.
           88  WS-FRZ-FOUND                  VALUE "Y".
       01  WS-FREEZE-KEY.
           03  WS-FZ-TYPE              PIC X.
           03  WS-FZ-ID                PIC X(5).
       01  WS-OFAC-HOLD-FLAG           PIC X VALUE "N".
           88  WS-OFAC-HOLD                  VALUE "Y".
       01  WS-OFAC-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-OFAC-QUEUED-CNTR         PIC 9(7) VALUE ZERO.

      *    THE OWNERS OF BOTH SIDES OF THE TRANSACTION, CAUGHT AS THE
      *    MASTER IS READ - THE TO-ACCOUNT READ OVERLAYS THE RECORD.
       01  WS-TRX-CUST-NUM             PIC X(5).
       01  WS-XFER-CUST-NUM            PIC X(5).
       01  WS-XFER-NAME                PIC X(40).
       01  WS-HIT-IDX                  PIC 9.

       01  WS-OM-FUNCTION              PIC X VALUE "S".
       01  WS-OM-RESULT.
           03  WS-OM-LIST-CNT          PIC 9(4).
           03  WS-OM-HIT-CNT           PIC 9.
           03  WS-OM-HIT OCCURS 5 TIMES.
               05  WS-OM-LIST-ID       PIC X(6).
               05  WS-OM-LIST-NAME     PIC X(40).
               05  WS-OM-SCORE         PIC 9(3).

      *    BUILD AREA FOR THE GENERATED "Y" IN LEG OF AN ACCEPTED
      *    TRANSFER - SAME SHAPE AS TRX-REC WITH THE ACCOUNTS SWAPPED.
           03  WS-XL-AMNT              PIC 9(6)V99.
           03  WS-XL-XFER-ACC          PIC X(5).
           03  WS-XL-BRANCH            PIC X(2).
           03  WS-XL-CHECK-NUM         PIC X(8).
           03  WS-XL-CASH-IND          PIC X.
           03  WS-XL-TELLER-ID         PIC X(10).

       01  WS-OOB-HDR-ROW.
           03  FILLER                  PIC X(6) VALUE "BATCH ".
           03  WS-SI-TYPE              PIC X.
           03  WS-SI-AMNT              PIC 9(6)V99.
           03  WS-SI-XFER-ACC          PIC X(5).
           03  WS-SI-CHECK-NUM         PIC X(8).
       01  WS-SEEN-FULL-FLAG           PIC X VALUE "N".
           88  WS-SEEN-FULL                  VALUE "Y".
       01  WS-SEEN-IDX                 PIC 9(4).
       01  WS-SEEN-TABLE.
           03  WS-SEEN-KEY             PIC X(35) OCCURS 2000 TIMES.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-BANK-TRANS-EDIT".

           COPY DSB-STEP-PARM.

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-PASSWORD                 PIC X(8).
       01  WS-AUTH-FLAG                PIC X.
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
           END-IF.
           PERFORM 150-LOAD-POSTED-KEYS.
           PERFORM 155-LOAD-STOP-ORDERS.
           PERFORM 160-LOAD-FREEZES.
           OPEN EXTEND OFAC-HELD-OUT.
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT OFAC-HELD-OUT
               CLOSE OFAC-HELD-OUT
               OPEN EXTEND OFAC-HELD-OUT
           END-IF.
           OPEN EXTEND STOP-HIT-OUT.
           IF WS-HIT-STATUS = "35"
               OPEN OUTPUT STOP-HIT-OUT
           END-IF.
           CLOSE TRANS-ENTRY-IN.
           PERFORM 250-PULL-RELEASED.
           CLOSE OFAC-REVIEW.
           CLOSE OFAC-HELD-OUT.
           CLOSE OOB-OUT.
           CLOSE STOP-HIT-OUT.
           CLOSE SUSPENSE-OUT.
           MOVE WS-READ-CNTR TO WS-CT-EXPECTED-VALUE.
           COMPUTE WS-CT-ACTUAL-VALUE =
               WS-GOOD-CNTR + WS-REJECT-CNTR + WS-SUSP-CNTR
               + WS-OOB-CNTR + WS-STOP-CNTR + WS-OFAC-CNTR.
           DISPLAY "STOP-PAYMENT HITS = " WS-STOP-CNTR.
           DISPLAY "SANCTIONS HOLDS   = " WS-OFAC-CNTR.
           DISPLAY "SANCTIONS QUEUED  = " WS-OFAC-QUEUED-CNTR.
           CALL "DSB-CONTROL-TOTALS" USING WS-PROGRAM-NAME
               WS-CT-DETAIL-COUNT
               WS-CT-LABEL-1 WS-CT-VALUE-1
               WS-CT-BALANCE-FLAG.
           IF WS-CT-BALANCE-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-STEP-RC
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-GOOD-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           ELSE
               MOVE "N" TO WS-STOP-HIT-FLAG
           END-IF.
           MOVE "N" TO WS-OFAC-HOLD-FLAG.
           IF WS-TRX-VALID
               PERFORM 219-CHECK-SANCTIONS
           END-IF.
           IF WS-TRX-VALID
               PERFORM 215-CHECK-DUPLICATE
               IF WS-DUP
                   END-IF
               END-IF
           ELSE
               IF NOT WS-STOP-HIT AND NOT WS-OFAC-HOLD
                   PERFORM 230-WRITE-REJECT
               END-IF
           END-IF.
                               TO WS-STP-EXP(WS-STOP-CNT)
                           MOVE STOP-OPERATOR
                               TO WS-STP-OPER(WS-STOP-CNT)
                           MOVE STOP-CHECK-NUM
                               TO WS-STP-CHECK(WS-STOP-CNT)
                       ELSE
                           DISPLAY "*** STOP-ORDER TABLE FULL AT 50 "
                               "- REMAINING STOPS NOT SCREENED ***"

      *-----------------------------------------------------------------*
      *    A STOP WITH NO HIGH AMOUNT MATCHES ITS LOW AMOUNT EXACTLY;
      *    A ZERO EXPIRY NEVER EXPIRES. A STOP NAMING A CHECK NUMBER
      *    MATCHES THAT CHECK ONLY, WHATEVER THE AMOUNT. A HIT GOES
      *    TO THE LISTING WITH THE ORDER NUMBER AND THE OPERATOR WHO
      *    TOOK IT, SO THE BRANCH CAN ANSWER THE CUSTOMER FROM ONE
      *    PAGE.

       216-CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-HIT-FLAG.
                   AND WS-STP-EFF(WS-STOP-IDX) <= WS-TRX-DATE-NUM
                   AND (WS-STP-EXP(WS-STOP-IDX) = ZERO OR
                        WS-STP-EXP(WS-STOP-IDX) >= WS-TRX-DATE-NUM)
                   AND ((WS-STP-CHECK(WS-STOP-IDX) NOT = SPACES AND
                         TRX-CHECK-NUM = WS-STP-CHECK(WS-STOP-IDX)) OR
                        (WS-STP-CHECK(WS-STOP-IDX) = SPACES AND
                         WS-STP-HIGH(WS-STOP-IDX) = ZERO AND
                         TRX-AMNT = WS-STP-LOW(WS-STOP-IDX)) OR
                        (WS-STP-CHECK(WS-STOP-IDX) = SPACES AND
                         WS-STP-HIGH(WS-STOP-IDX) NOT = ZERO AND
                         TRX-AMNT >= WS-STP-LOW(WS-STOP-IDX) AND
                         TRX-AMNT <= WS-STP-HIGH(WS-STOP-IDX)))
                   MOVE "Y" TO WS-STOP-HIT-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    THE FREEZES COME FROM THE REVIEW QUEUE AS IT STANDS AT THE
      *    START OF THE RUN. THE QUEUE STAYS OPEN SO COUNTERPARTY
      *    HITS FOUND TONIGHT CAN BE ADDED TO IT.

       160-LOAD-FREEZES.
           MOVE ZERO TO WS-FRZ-CNT.
           OPEN I-O OFAC-REVIEW.
           IF WS-REV-STATUS = "35"
               OPEN OUTPUT OFAC-REVIEW
               CLOSE OFAC-REVIEW
               OPEN I-O OFAC-REVIEW
           ELSE
               MOVE LOW-VALUES TO RV-KEY
               START OFAC-REVIEW KEY NOT < RV-KEY
                   INVALID KEY MOVE "Y" TO WS-REV-EOF-FLAG
               END-START
               IF NOT WS-REV-EOF
                   READ OFAC-REVIEW NEXT RECORD
                       AT END MOVE "Y" TO WS-REV-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-REV-EOF
                   IF RV-IS-PENDING OR RV-IS-CONFIRMED
                       PERFORM 165-ROW-FREEZE-KEY
                       PERFORM 168-ADD-FREEZE
                   END-IF
                   READ OFAC-REVIEW NEXT RECORD
                       AT END MOVE "Y" TO WS-REV-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*

       165-ROW-FREEZE-KEY.
           IF RV-CUST-NUM NOT = SPACES
               MOVE "C" TO WS-FZ-TYPE
               MOVE RV-CUST-NUM TO WS-FZ-ID
           ELSE
               MOVE "A" TO WS-FZ-TYPE
               MOVE RV-SUBJ-ID TO WS-FZ-ID
           END-IF.

      *-----------------------------------------------------------------*

       168-ADD-FREEZE.
           PERFORM 169-FIND-FREEZE.
           IF NOT WS-FRZ-FOUND
               IF WS-FRZ-CNT < 500
                   ADD 1 TO WS-FRZ-CNT
                   MOVE WS-FREEZE-KEY TO WS-FRZ-KEY(WS-FRZ-CNT)
               ELSE
                   DISPLAY "*** FREEZE TABLE FULL AT 500 - "
                       "SANCTIONS HOLDS INCOMPLETE ***"
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       169-FIND-FREEZE.
           MOVE "N" TO WS-FRZ-FOUND-FLAG.
           PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                   UNTIL WS-FRZ-FOUND OR WS-FRZ-IDX > WS-FRZ-CNT
               IF WS-FRZ-KEY(WS-FRZ-IDX) = WS-FREEZE-KEY
                   MOVE "Y" TO WS-FRZ-FOUND-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    A TRANSACTION TOUCHING A FROZEN CUSTOMER OR ACCOUNT ON
      *    EITHER SIDE HOLDS. OTHERWISE THE TO SIDE OF A TRANSFER IS
      *    SCREENED; A HIT THE COMPLIANCE OFFICER ALREADY CLEARED FOR
      *    THAT ACCOUNT AND LIST ENTRY LETS THE TRANSFER THROUGH.

       219-CHECK-SANCTIONS.
           MOVE "C" TO WS-FZ-TYPE.
           MOVE WS-TRX-CUST-NUM TO WS-FZ-ID.
           IF WS-TRX-CUST-NUM = SPACES
               MOVE "A" TO WS-FZ-TYPE
               MOVE TRX-ACC-NUM TO WS-FZ-ID
           END-IF.
           PERFORM 169-FIND-FREEZE.
           IF NOT WS-FRZ-FOUND AND TRX-IS-XFER-OUT
               MOVE "C" TO WS-FZ-TYPE
               MOVE WS-XFER-CUST-NUM TO WS-FZ-ID
               IF WS-XFER-CUST-NUM = SPACES
                   MOVE "A" TO WS-FZ-TYPE
                   MOVE TRX-XFER-ACC TO WS-FZ-ID
               END-IF
               PERFORM 169-FIND-FREEZE
               IF NOT WS-FRZ-FOUND
                   CALL "DSB-OFAC-MATCH" USING WS-OM-FUNCTION
                       WS-XFER-NAME WS-OM-RESULT
                   PERFORM 221-QUEUE-COUNTERPARTY-HIT
                       VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-OM-HIT-CNT
                   PERFORM 169-FIND-FREEZE
               END-IF
           END-IF.
           IF WS-FRZ-FOUND
               MOVE "Y" TO WS-OFAC-HOLD-FLAG
               MOVE "N" TO WS-TRX-VALID-FLAG
               MOVE WS-FREEZE-KEY TO HD-FREEZE-KEY
               MOVE TRX-REC TO HD-TRX
               WRITE OFAC-HELD-REC
               ADD 1 TO WS-OFAC-CNTR
           END-IF.

      *-----------------------------------------------------------------*

       221-QUEUE-COUNTERPARTY-HIT.
           MOVE "X" TO RV-SUBJ-TYPE.
           MOVE TRX-XFER-ACC TO RV-SUBJ-ID.
           MOVE WS-OM-LIST-ID(WS-HIT-IDX) TO RV-LIST-ID.
           READ OFAC-REVIEW
               INVALID KEY
                   MOVE WS-XFER-CUST-NUM TO RV-CUST-NUM
                   MOVE WS-XFER-NAME TO RV-SUBJ-NAME
                   MOVE WS-OM-LIST-NAME(WS-HIT-IDX) TO RV-LIST-NAME
                   MOVE WS-OM-SCORE(WS-HIT-IDX) TO RV-SCORE
                   MOVE "P" TO RV-STATUS
                   MOVE WS-RUN-DATE TO RV-FOUND-DATE
                   MOVE WS-PROGRAM-NAME TO RV-FOUND-BY
                   MOVE SPACES TO RV-DECIDED-BY
                   MOVE ZERO TO RV-DECIDED-DATE
                   WRITE REVIEW-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-OFAC-QUEUED-CNTR
                   END-WRITE
           END-READ.
           IF NOT RV-IS-CLEARED
               PERFORM 168-ADD-FREEZE
           END-IF.

      *-----------------------------------------------------------------*
      *    THE GENERATED IN LEG RIDES THE SAME SORT AND LANDS ON THE
      *    TO ACCOUNT IN ACCOUNT ORDER. IT CARRIES THE FROM ACCOUNT
           MOVE "Y"          TO WS-XL-TYPE.
           MOVE TRX-AMNT     TO WS-XL-AMNT.
           MOVE TRX-ACC-NUM  TO WS-XL-XFER-ACC.
           MOVE SPACES       TO WS-XL-CHECK-NUM.
           MOVE SPACES       TO WS-XL-CASH-IND.
           MOVE TRX-TELLER-ID TO WS-XL-TELLER-ID.
           MOVE TRX-XFER-ACC TO ACC-NUM-IN.
           READ MST-IN
               INVALID KEY MOVE SPACES TO WS-XL-BRANCH
                       MOVE "N" TO WS-TRX-VALID-FLAG
                       MOVE "TRANSFER-TO ACCT NOT ON MASTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CUST-NUM-IN TO WS-XFER-CUST-NUM
                       STRING FNAME-IN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LNAME-IN DELIMITED BY SIZE
                           INTO WS-XFER-NAME
                       END-STRING
               END-READ
           END-IF.

           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-CNT
               MOVE WS-BATCH-REC(WS-BATCH-IDX) TO TRX-REC
               MOVE WS-BATCH-TELLER TO TRX-TELLER-ID
               PERFORM 205-EDIT-ONE-TRANSACTION
           END-PERFORM.
           MOVE "N" TO WS-IN-BATCH-FLAG.
                   MOVE YTD-TYPE    TO WS-SI-TYPE
                   MOVE YTD-AMNT    TO WS-SI-AMNT
                   MOVE YTD-XFER-ACC TO WS-SI-XFER-ACC
                   MOVE YTD-CHECK-NUM TO WS-SI-CHECK-NUM
                   MOVE WS-SEEN-IMAGE TO WS-SEEN-KEY(WS-SEEN-CNT)
                   READ YTD-TRANS-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-YTD-EOF-FLAG
           MOVE TRX-TYPE TO WS-SI-TYPE.
           MOVE TRX-AMNT TO WS-SI-AMNT.
           MOVE TRX-XFER-ACC TO WS-SI-XFER-ACC.
           MOVE TRX-CHECK-NUM TO WS-SI-CHECK-NUM.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-DUP OR WS-SEEN-IDX > WS-SEEN-CNT
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-SEEN-IMAGE
                   ELSE
                       MOVE "N" TO WS-STOP-HIT-FLAG
                   END-IF
                   MOVE "N" TO WS-OFAC-HOLD-FLAG
                   IF WS-TRX-VALID
                       PERFORM 219-CHECK-SANCTIONS
                   END-IF
                   IF WS-TRX-VALID
                       WRITE EDITED-REC FROM TRX-REC
                       ADD 1 TO WS-GOOD-CNTR
                           PERFORM 209-WRITE-XFER-IN-LEG
                       END-IF
                   ELSE
                       IF NOT WS-STOP-HIT AND NOT WS-OFAC-HOLD
                           PERFORM 230-WRITE-REJECT
                       END-IF
                   END-IF
       210-VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-TRX-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-TRX-CUST-NUM WS-XFER-CUST-NUM
               WS-XFER-NAME.
           MOVE TRX-ACC-NUM TO ACC-NUM-IN.
           READ MST-IN
               INVALID KEY
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE ACC-BRANCH-IN TO TRX-BRANCH
                   MOVE CUST-NUM-IN TO WS-TRX-CUST-NUM
           END-READ.
           IF NOT TRX-IS-DEPOSIT AND NOT TRX-IS-WITHDRAWAL
               AND NOT TRX-IS-INTEREST AND NOT TRX-IS-FEE
           IF TRX-IS-XFER-OUT AND WS-TRX-VALID
               PERFORM 212-VALIDATE-TRANSFER-TO
           END-IF.
           IF TRX-CASH-IND NOT = SPACE AND NOT TRX-IS-CASH
               AND TRX-CASH-IND NOT = "N"
               MOVE "N" TO WS-TRX-VALID-FLAG
               MOVE "CASH INDICATOR NOT C/N/BLANK" TO WS-REJECT-REASON
           END-IF.
           IF TRX-IS-CASH AND NOT TRX-IS-DEPOSIT
               AND NOT TRX-IS-WITHDRAWAL
               MOVE "N" TO WS-TRX-VALID-FLAG
               MOVE "CASH ONLY ON A D OR W" TO WS-REJECT-REASON
           END-IF.
           IF TRX-IS-CASH AND TRX-TELLER-ID = SPACES
               MOVE "N" TO WS-TRX-VALID-FLAG
               MOVE "CASH ITEM OUTSIDE A TELLER BATCH"
                   TO WS-REJECT-REASON
           END-IF.
           IF TRX-YR NOT NUMERIC OR TRX-MNTH NOT NUMERIC
               OR TRX-DY NOT NUMERIC
               MOVE "N" TO WS-TRX-VALID-FLAG

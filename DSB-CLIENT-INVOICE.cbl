      *        DSB-CLIENT-PAY-POST), AND A TEAR-OFF REMITTANCE STUB.
      *        EACH CLIENT STARTS ON A NEW PAGE UNDER THE STANDARD
      *        SHOP REPORT HEADER.
      *    CLIENT COSTS ADVANCED (TYPE "C" OPEN ITEMS BILLED BY THE
      *        NIGHTLY RUN) PRINT AS THEIR OWN SECTION AFTER THE FEES,
      *        ITEMIZED FROM DSB-CLIENT-COST.TXT - DATE, COST CODE,
      *        DESCRIPTION AND AMOUNT - LESS ANYTHING ALREADY PAID ON
      *        THEM, AND JOIN THE TOTAL DUE.
      *    THE INVOICE NUMBER IS THE CLIENT ID AND THE CONSULTATION
      *        YEAR AND MONTH (CCCCC-YYYYMM) - THE SAME NUMBER
      *        DSB-LEDES-EXPORT SENDS FOR AN E-BILLED CLIENT, WHOSE
      *        LEDES TOTAL TIES TO THE TOTAL NOW DUE PRINTED HERE.
      *    EACH CLIENT'S INVOICE IS ALSO ADDED AS ONE PIECE TO THE
      *        COMMON MAIL FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN
      *        MAILS IT TO THE ADDRESS ON DSB-CLIENT-ADDR.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT INV-OUT          ASSIGN "DSB-CLIENT-INVOICES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COST-IN          ASSIGN "DSB-CLIENT-COST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-COST-STATUS.

       SELECT FEE-ARR-IN       ASSIGN "DSB-CLIENT-FEE-ARR.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       SD  SRT-WORK.
       01  SRT-REC.
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

       FD  OPEN-ITEM-FILE.
       01  OI-REC.
       FD  INV-OUT.
       01  INV-REC                  PIC X(80).

       FD  COST-IN.
           COPY DSB-CLIENT-COST.

       FD  FEE-ARR-IN.
       01  FEE-REC.
           03  FA-CLIENT-ID         PIC X(5).
       01  WS-MST-STATUS           PIC XX.
       01  WS-OI-STATUS            PIC XX.
       01  WS-FEE-STATUS           PIC XX.
       01  WS-COST-STATUS          PIC XX.
       01  WS-FEE-ON-FILE-FLAG     PIC X VALUE "N".
           88  WS-FEE-ON-FILE            VALUE "Y".

           03  FILLER              PIC X(4) VALUE SPACES.
           03  FC-AMOUNT           PIC $ZZZ,ZZ9.99.

       01  WS-COST-EOF-FLAG        PIC X VALUE "N".
           88  WS-COST-EOF               VALUE "Y".
       01  WS-COST-CNT             PIC 9(3) VALUE ZERO.
       01  WS-COST-IDX             PIC 9(3).
       01  WS-COST-TABLE.
           03  WS-COST-ENTRY OCCURS 300 TIMES.
               05  WS-CT-CLIENT    PIC X(5).
               05  WS-CT-DATE      PIC 9(8).
               05  WS-CT-CODE      PIC X(4).
               05  WS-CT-DESC      PIC X(30).
               05  WS-CT-AMOUNT    PIC 9(6)V99.
               05  WS-CT-MONTH     PIC X(2).
               05  WS-CT-YEAR      PIC X(4).
       01  WS-COST-HDR-FLAG        PIC X VALUE "N".
           88  WS-COST-HDR-DONE          VALUE "Y".
       01  WS-COST-OPEN-FLAG       PIC X VALUE "N".
           88  WS-COST-ITEM-OPEN         VALUE "Y".

       01  WS-COST-TITLE.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(35)
               VALUE "COSTS ADVANCED ON YOUR BEHALF".

       01  WS-COST-DETAIL.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  CD-DATE             PIC 9(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  CD-CODE             PIC X(4).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  CD-DESC             PIC X(30).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  CD-AMOUNT           PIC $ZZZ,ZZ9.99.

       01  WS-COST-PAID-LINE.
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(10) VALUE "BILLED    ".
           03  CP-MONTH            PIC X(2).
           03  FILLER              PIC X VALUE "/".
           03  CP-YEAR             PIC X(4).
           03  FILLER              PIC X(25)
                                   VALUE "   LESS PAID ON COSTS    ".
           03  CP-AMOUNT           PIC $ZZZ,ZZ9.99.

       01  WS-ARRANGEMENT-LINE.
           03  FILLER              PIC X(13) VALUE "ARRANGEMENT: ".
           03  INV-ARRANGEMENT     PIC X(20).
           03  INV-INITIAL2        PIC X.
           03  FILLER              PIC X VALUE ".".
           03  INV-LNAME           PIC X(10).
           03  FILLER              PIC X(5) VALUE SPACES.
           03  FILLER              PIC X(12) VALUE "INVOICE NO: ".
           03  INV-NO-CLIENT       PIC X(5).
           03  FILLER              PIC X VALUE "-".
           03  INV-NO-YEAR         PIC X(4).
           03  INV-NO-MONTH        PIC X(2).

       01  WS-INV-COL-LABELS.
           03  FILLER              PIC X(5) VALUE SPACES.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-INV-CNTR             PIC 9(7) VALUE ZERO.

           COPY DSB-MAIL-PARM.

       COPY DSB-RPT-HDR.

      ******************************************************************
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           SORT SRT-WORK ON ASCENDING KEY SRT-CLIENT-ID
               SRT-YEAR SRT-MONTH
               USING MST-IN
               GIVING SORTED-MST.
           PERFORM 110-LOAD-OPEN-ITEMS.
           PERFORM 115-LOAD-BILLED-COSTS.
           OPEN INPUT FEE-ARR-IN.
           IF WS-FEE-STATUS NOT = "35"
               MOVE "Y" TO WS-FEE-ON-FILE-FLAG
           END-IF.
           CLOSE SORTED-MST.
           CLOSE INV-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           IF WS-FEE-ON-FILE
               CLOSE FEE-ARR-IN
           END-IF.
               CLOSE OPEN-ITEM-FILE
           END-IF.

      *-----------------------------------------------------------------*
      *    ONLY BILLED COSTS CAN APPEAR ON AN INVOICE - UNRELEASED,
      *    RELEASED-NOT-YET-BILLED AND ABSORBED ROWS ARE SKIPPED. THE
      *    COST FILE KEEPS EVERY BILLED ROW, SO ONLY THOSE BILLED INTO
      *    A COST ITEM STILL OPEN ON THE OPEN-ITEM TABLE ARE LOADED -
      *    OLD HISTORY NEVER CROWDS OUT TONIGHT'S ITEMIZED COSTS.

       115-LOAD-BILLED-COSTS.
           MOVE ZERO TO WS-COST-CNT.
           OPEN INPUT COST-IN.
           IF WS-COST-STATUS NOT = "35"
               READ COST-IN AT END MOVE "Y" TO WS-COST-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-COST-EOF OR WS-COST-CNT >= 300
                   MOVE "N" TO WS-COST-OPEN-FLAG
                   IF CST-BILLED
                       PERFORM 116-CHECK-OPEN-COST-ITEM
                   END-IF
                   IF WS-COST-ITEM-OPEN
                       ADD 1 TO WS-COST-CNT
                       MOVE CST-CLIENT-ID TO WS-CT-CLIENT(WS-COST-CNT)
                       MOVE CST-DATE TO WS-CT-DATE(WS-COST-CNT)
                       MOVE CST-CODE TO WS-CT-CODE(WS-COST-CNT)
                       MOVE CST-DESC TO WS-CT-DESC(WS-COST-CNT)
                       MOVE CST-AMOUNT TO WS-CT-AMOUNT(WS-COST-CNT)
                       MOVE CST-BILL-MONTH TO WS-CT-MONTH(WS-COST-CNT)
                       MOVE CST-BILL-YEAR TO WS-CT-YEAR(WS-COST-CNT)
                   END-IF
                   READ COST-IN
                       AT END MOVE "Y" TO WS-COST-EOF-FLAG
                   END-READ
               END-PERFORM
               IF NOT WS-COST-EOF
                   DISPLAY "*** COST TABLE FULL AT 300 - "
                       "REMAINING COSTS NOT ITEMIZED ***"
               END-IF
               CLOSE COST-IN
           END-IF.

      *-----------------------------------------------------------------*

       116-CHECK-OPEN-COST-ITEM.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT
                      OR WS-COST-ITEM-OPEN
               IF WS-OI-CLIENT(WS-OI-IDX) = CST-CLIENT-ID
                   AND WS-OI-TYPE(WS-OI-IDX) = "C"
                   AND WS-OI-MONTH(WS-OI-IDX) = CST-BILL-MONTH
                   AND WS-OI-YEAR(WS-OI-IDX) = CST-BILL-YEAR
                   AND WS-OI-BILLED(WS-OI-IDX) >
                       (WS-OI-PAID(WS-OI-IDX) +
                        WS-OI-ADJ(WS-OI-IDX))
                   MOVE "Y" TO WS-COST-OPEN-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*

       200-INVOICE-LOOP.

       210-START-INVOICE.
           ADD 1 TO WS-INV-CNTR.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "INVC" TO WS-MAIL-DOC-TYPE.
           MOVE "L" TO WS-MAIL-SYSTEM.
           MOVE CLIENT-ID-IN TO WS-MAIL-RECIP-ID.
           MOVE SPACES TO WS-MAIL-RECIP-NAME.
           STRING INITIAL1-IN " " INITIAL2-IN " " LNAME-IN
               DELIMITED BY SIZE INTO WS-MAIL-RECIP-NAME
           END-STRING.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE ZERO TO WS-CLIENT-TOTAL-DUE.
           MOVE WS-INV-CNTR TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RUN-MONTH TO WS-RPT-HDR-MONTH.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE INV-REC FROM WS-RPT-HEADER-1.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-RPT-HEADER-2.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-FIRM-NAME.
           PERFORM 900-MAIL-INV-LINE.
           MOVE BLANK-LINE TO INV-REC.
           WRITE INV-REC.
           PERFORM 900-MAIL-INV-LINE.
           MOVE CLIENT-ID-IN TO INV-CLIENT-ID.
           MOVE INITIAL1-IN TO INV-INITIAL1.
           MOVE INITIAL2-IN TO INV-INITIAL2.
           MOVE LNAME-IN TO INV-LNAME.
           MOVE CLIENT-ID-IN TO INV-NO-CLIENT.
           MOVE YEAR-IN TO INV-NO-YEAR.
           MOVE MONTH-IN TO INV-NO-MONTH.
           WRITE INV-REC FROM WS-INV-CLIENT-LINE.
           PERFORM 900-MAIL-INV-LINE.
           PERFORM 215-SHOW-ARRANGEMENT.
           MOVE BLANK-LINE TO INV-REC.
           WRITE INV-REC.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-INV-COL-LABELS.
           PERFORM 900-MAIL-INV-LINE.

      *-----------------------------------------------------------------*
      *    THE INVOICE SAYS WHICH ARRANGEMENT PRODUCED THE NUMBER -
               END-READ
           END-IF.
           WRITE INV-REC FROM WS-ARRANGEMENT-LINE.
           PERFORM 900-MAIL-INV-LINE.

      *-----------------------------------------------------------------*

               IF WS-OI-CLIENT(WS-OI-IDX) = CLIENT-ID-IN
                   AND WS-OI-MONTH(WS-OI-IDX) = MONTH-IN
                   AND WS-OI-YEAR(WS-OI-IDX) = YEAR-IN
                   AND WS-OI-TYPE(WS-OI-IDX) NOT = "C"
                   MOVE WS-OI-BILLED(WS-OI-IDX) TO WS-ITEM-BILLED
                   COMPUTE WS-ITEM-PAID =
                       WS-OI-PAID(WS-OI-IDX) +
           END-PERFORM.
           MOVE WS-ITEM-BILLED TO INV-AMOUNT.
           WRITE INV-REC FROM WS-INV-DETAIL.
           PERFORM 900-MAIL-INV-LINE.
           COMPUTE WS-ITEM-DUE = WS-ITEM-BILLED - WS-ITEM-PAID.
           IF WS-ITEM-DUE > ZERO
               ADD WS-ITEM-DUE TO WS-CLIENT-TOTAL-DUE
           PERFORM 255-PRINT-FIN-CHARGES.
           MOVE BLANK-LINE TO INV-REC.
           WRITE INV-REC.
           PERFORM 900-MAIL-INV-LINE.

      *-----------------------------------------------------------------*
      *    FINANCE-CHARGE ITEMS HAVE NO CONSULTATION ROW ON THE
                       WS-OI-ADJ(WS-OI-IDX)
                   MOVE WS-ITEM-DUE TO FC-AMOUNT
                   WRITE INV-REC FROM WS-FIN-CHG-LINE
                   PERFORM 900-MAIL-INV-LINE
                   ADD WS-ITEM-DUE TO WS-CLIENT-TOTAL-DUE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-COST-HDR-FLAG.
           PERFORM 256-PRINT-COST-ITEM
               VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-CNT.
           MOVE WS-CLIENT-TOTAL-DUE TO INV-TOTAL-DUE.
           WRITE INV-REC FROM WS-INV-TOTAL-LINE.
           PERFORM 900-MAIL-INV-LINE.
           MOVE BLANK-LINE TO INV-REC.
           WRITE INV-REC.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-STUB-CUT-LINE.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-STUB-TITLE.
           PERFORM 900-MAIL-INV-LINE.
           MOVE WS-PREV-CLIENT-ID TO STUB-CLIENT-ID.
           MOVE WS-CLIENT-TOTAL-DUE TO STUB-AMOUNT-DUE.
           WRITE INV-REC FROM WS-STUB-LINE.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-STUB-CUT-LINE.
           PERFORM 900-MAIL-INV-LINE.
           WRITE INV-REC FROM WS-RPT-FOOTER-LINE.
           PERFORM 900-MAIL-INV-LINE.
           MOVE BLANK-LINE TO INV-REC.
           WRITE INV-REC.
           PERFORM 900-MAIL-INV-LINE.

      *-----------------------------------------------------------------*
      *    EACH OPEN COST ITEM LISTS THE COSTS BILLED INTO IT, THEN
      *    WHATEVER HAS ALREADY BEEN PAID AGAINST IT, SO THE SECTION
      *    FOOTS TO WHAT IS STILL DUE ON COSTS.

       256-PRINT-COST-ITEM.
           IF WS-OI-CLIENT(WS-OI-IDX) = WS-PREV-CLIENT-ID
               AND WS-OI-TYPE(WS-OI-IDX) = "C"
               AND WS-OI-BILLED(WS-OI-IDX) >
                   (WS-OI-PAID(WS-OI-IDX) +
                    WS-OI-ADJ(WS-OI-IDX))
               IF NOT WS-COST-HDR-DONE
                   MOVE BLANK-LINE TO INV-REC
                   WRITE INV-REC
                   PERFORM 900-MAIL-INV-LINE
                   WRITE INV-REC FROM WS-COST-TITLE
                   PERFORM 900-MAIL-INV-LINE
                   MOVE "Y" TO WS-COST-HDR-FLAG
               END-IF
               PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                       UNTIL WS-COST-IDX > WS-COST-CNT
                   IF WS-CT-CLIENT(WS-COST-IDX) = WS-PREV-CLIENT-ID
                       AND WS-CT-MONTH(WS-COST-IDX) =
                           WS-OI-MONTH(WS-OI-IDX)
                       AND WS-CT-YEAR(WS-COST-IDX) =
                           WS-OI-YEAR(WS-OI-IDX)
                       MOVE WS-CT-DATE(WS-COST-IDX) TO CD-DATE
                       MOVE WS-CT-CODE(WS-COST-IDX) TO CD-CODE
                       MOVE WS-CT-DESC(WS-COST-IDX) TO CD-DESC
                       MOVE WS-CT-AMOUNT(WS-COST-IDX) TO CD-AMOUNT
                       WRITE INV-REC FROM WS-COST-DETAIL
                       PERFORM 900-MAIL-INV-LINE
                   END-IF
               END-PERFORM
               COMPUTE WS-ITEM-PAID =
                   WS-OI-PAID(WS-OI-IDX) + WS-OI-ADJ(WS-OI-IDX)
               IF WS-ITEM-PAID > ZERO
                   MOVE WS-OI-MONTH(WS-OI-IDX) TO CP-MONTH
                   MOVE WS-OI-YEAR(WS-OI-IDX) TO CP-YEAR
                   MOVE WS-ITEM-PAID TO CP-AMOUNT
                   WRITE INV-REC FROM WS-COST-PAID-LINE
                   PERFORM 900-MAIL-INV-LINE
               END-IF
               COMPUTE WS-ITEM-DUE =
                   WS-OI-BILLED(WS-OI-IDX) - WS-ITEM-PAID
               ADD WS-ITEM-DUE TO WS-CLIENT-TOTAL-DUE
           END-IF.

      *-----------------------------------------------------------------*
      *    EVERY INVOICE LINE ALSO GOES TO THE CLIENT'S PIECE ON THE
      *    COMMON MAIL FILE.

       900-MAIL-INV-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE INV-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

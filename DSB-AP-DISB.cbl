      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-AP-DISB
      *    PURPOSE: WEEKLY ACCOUNTS PAYABLE DISBURSEMENT RUN. EVERY
      *        OPEN ITEM ON DSB-PAYABLES.TXT DUE WITHIN THE NEXT SEVEN
      *        DAYS OF THE PROCESSING DATE IS PAID TO ITS VENDOR ON
      *        DSB-VENDOR-MST.TXT - FOUND BY THE ITEM'S VENDOR ID, OR
      *        WHEN THE FEEDER LEFT THAT BLANK, BY ITS PAYEE NAME
      *        AGAINST THE VENDOR'S PAYEE KEY. ALL OF ONE VENDOR'S
      *        ITEMS GO OUT AS ONE PAYMENT:
      *        - A CHECK VENDOR GETS ONE CHECK (DSB-AP-CHECKS.TXT)
      *          WITH A REMITTANCE STUB LISTING EVERY ITEM IT PAYS,
      *          NUMBERED OFF PAYROLL-CHECK-NUM.TXT AND ENTERED ON
      *          THE ISSUED-CHECK REGISTER (PAYROLL-CHECK-REG.TXT)
      *          SO DSB-CHECK-RECON AND POSITIVE PAY WORK IT LIKE A
      *          PAYROLL CHECK;
      *        - AN ACH VENDOR GETS ONE DETAIL RECORD IN
      *          DSB-AP-ACH-BATCH.TXT, WHICH ENDS WITH A CONTROL
      *          RECORD AND IS LOGGED THROUGH DSB-MANIFEST.
      *    EACH ITEM PAID BOOKS A BALANCED PAIR TO THE DAY'S GL WORK
      *        FILE (DSB-GL-DAYWORK.TXT) - THE ITEM'S LIABILITY
      *        ACCOUNT DOWN, CASH DOWN - UNDER THE ITEM'S BRANCH, AND
      *        MOVES TO DSB-PAYABLES-PAID.TXT STAMPED WITH THE PAY
      *        DATE, METHOD, AND CHECK NUMBER OR ACH TRACE. WHAT IS
      *        NOT PAID STAYS ON DSB-PAYABLES.TXT. AN ITEM THAT IS DUE
      *        BUT HAS NO ACTIVE VENDOR IS LISTED AS AN EXCEPTION ON
      *        THE DISBURSEMENT REGISTER (DSB-AP-DISB-REGISTER.TXT)
      *        AND WAITS FOR THE VENDOR TO BE SET UP.
      *    THE RUN ENDS BY CALLING DSB-POS-PAY WHEN ANY CHECK PRINTED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-AP-DISB.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT VENDOR-IN        ASSIGN "DSB-VENDOR-MST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VND-ID
                               ALTERNATE RECORD KEY IS VND-PAYEE-KEY
                                   WITH DUPLICATES
                               FILE STATUS IS WS-VND-STATUS.

       SELECT PAYABLE-IO       ASSIGN "DSB-PAYABLES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-AP-STATUS.

       SELECT PAID-OUT         ASSIGN "DSB-PAYABLES-PAID.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PAID-STATUS.

       SELECT CHECK-NUM-FILE   ASSIGN "PAYROLL-CHECK-NUM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-CHKNUM-STATUS.

       SELECT CHECK-OUT        ASSIGN "DSB-AP-CHECKS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECK-REG        ASSIGN "PAYROLL-CHECK-REG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PCR-CHECK-NUM
                               FILE STATUS IS WS-REG-STATUS.

       SELECT ACH-BATCH-OUT    ASSIGN "DSB-AP-ACH-BATCH.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GL-OUT           ASSIGN "DSB-GL-DAYWORK.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

       SELECT RPT-OUT          ASSIGN "DSB-AP-DISB-REGISTER.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  VENDOR-IN.
           COPY DSB-VENDOR.

       FD  PAYABLE-IO.
       01  PAYABLE-IO-REC              PIC X(126).

       FD  PAID-OUT.
       01  PAID-REC                    PIC X(126).

       FD  CHECK-NUM-FILE.
       01  CHECK-NUM-REC.
           03  CN-NEXT-NUMBER          PIC 9(7).

       FD  CHECK-OUT.
       01  CHECK-REC                   PIC X(80).

       FD  CHECK-REG.
       01  CHECK-REG-REC.
           03  PCR-CHECK-NUM           PIC 9(7).
           03  PCR-EMP-ID              PIC X(5).
           03  PCR-FNAME               PIC X(10).
           03  PCR-LNAME               PIC X(10).
           03  PCR-DATE                PIC 9(8).
           03  PCR-AMOUNT              PIC 9(7)V99.
           03  PCR-STATUS              PIC X.
               88  PCR-OUTSTANDING           VALUE "O".
               88  PCR-CLEARED               VALUE "C".
               88  PCR-VOID                  VALUE "V".
           03  PCR-CLEAR-DATE          PIC 9(8).
           03  PCR-PP-SENT             PIC X.

       FD  ACH-BATCH-OUT.
       01  ACH-REC                     PIC X(60).

       FD  GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(90).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-VND-STATUS               PIC XX.
       01  WS-AP-STATUS                PIC XX.
       01  WS-PAID-STATUS              PIC XX.
       01  WS-CHKNUM-STATUS            PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-GL-STATUS                PIC XX.

           COPY DSB-EOF-EXCPT.

      *    THE WORK COPY OF ONE PAYABLE - LOADED FROM THE TABLE, AND
      *    STAMPED PAID BEFORE IT GOES BACK.
           COPY DSB-PAYABLE.

      *    EVERY OPEN ITEM IS HELD HERE FOR THE RUN, SINCE THE OPEN
      *    FILE IS REWRITTEN AT THE END WITH WHAT WAS NOT PAID. A FILE
      *    TOO BIG FOR THE TABLE STOPS THE RUN BEFORE ANYTHING PAYS.
      *    THE FLAG IS S(ELECTED), P(AID), H(ELD - NOT YET DUE), OR
      *    X (DUE, BUT NO ACTIVE VENDOR).
       01  WS-AP-CNT                   PIC 9(3) VALUE ZERO.
       01  WS-AP-IDX                   PIC 9(3).
       01  WS-AP-SUB                   PIC 9(3).
       01  WS-AP-FULL-FLAG             PIC X VALUE "N".
           88  WS-AP-FULL                    VALUE "Y".
       01  WS-AP-TABLE.
           03  WS-APT-ENTRY OCCURS 500 TIMES.
               05  WS-APT-ITEM         PIC X(126).
               05  WS-APT-VND-ID       PIC X(5).
               05  WS-APT-FLAG         PIC X.
                   88  WS-APT-SELECTED       VALUE "S".
                   88  WS-APT-PAID           VALUE "P".
                   88  WS-APT-HELD           VALUE "H".
                   88  WS-APT-EXCEPTION      VALUE "X".
               05  WS-APT-REASON       PIC X(20).

       01  WS-VND-FOUND-FLAG           PIC X.
           88  WS-VND-FOUND                  VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE.
           03  WS-RD-YR                PIC 9(4).
           03  WS-RD-MNTH              PIC 9(2).
           03  WS-RD-DY                PIC 9(2).
       01  WS-RUN-DATE-SHORT REDEFINES WS-RUN-DATE.
           03  FILLER                  PIC 9(2).
           03  WS-RD-YYMMDD            PIC 9(6).
       01  WS-CUTOFF-DATE              PIC 9(8).

      *    THE PAYMENT BEING BUILT FOR ONE VENDOR.
       01  WS-CUR-VENDOR               PIC X(5).
       01  WS-VENDOR-TOTAL             PIC 9(9)V99.
       01  WS-PAY-METHOD               PIC X.
       01  WS-PAY-REF                  PIC X(10).
       01  WS-PAYEE-NAME               PIC X(30).
       01  WS-PAYEE-NAME-BRK REDEFINES WS-PAYEE-NAME.
           03  WS-PN-FIRST             PIC X(10).
           03  WS-PN-LAST              PIC X(10).
           03  FILLER                  PIC X(10).

       01  WS-NEXT-CHECK-NUM           PIC 9(7) VALUE 1000001.
       01  WS-CHECK-NUM-ED             PIC 9(7).

       01  WS-ACH-TRACE.
           03  WS-ACH-TRACE-DATE       PIC 9(6).
           03  WS-ACH-TRACE-SEQ        PIC 9(4).

       01  WS-ACH-DETAIL.
           03  AD-REC-TYPE             PIC X     VALUE "D".
           03  AD-ROUTING              PIC 9(9).
           03  AD-ACCOUNT              PIC X(17).
           03  AD-VENDOR-ID            PIC X(5).
           03  AD-NAME                 PIC X(17).
           03  AD-AMOUNT               PIC 9(9)V99.

       01  WS-ACH-CONTROL.
           03  AC-REC-TYPE             PIC X     VALUE "C".
           03  AC-DETAIL-COUNT         PIC 9(5).
           03  AC-TOTAL-AMOUNT         PIC 9(9)V99.

      *    A PAYABLE PAID OUT OF CASH - THE ITEM'S OWN LIABILITY
      *    ACCOUNT IS THE DEBIT SIDE.
       01  WS-GL-CASH-ACCT             PIC X(4) VALUE "1010".

       01  BLANK-LINE                  PIC X VALUE SPACE.

       01  WS-CHECK-FACE-1.
           03  FILLER                  PIC X(17)
                                       VALUE "DSB PAYROLL ACCT ".
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  FILLER                  PIC X(6)  VALUE "CHECK ".
           03  CF-CHECK-NUM            PIC 9(7).
       01  WS-CHECK-FACE-2.
           03  FILLER                  PIC X(12) VALUE "PAY TO:     ".
           03  CF-PAYEE                PIC X(30).
       01  WS-CHECK-FACE-2A.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  CF-STREET               PIC X(30).
       01  WS-CHECK-FACE-2B.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  CF-CITY                 PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  CF-STATE                PIC X(2).
           03  FILLER                  PIC X     VALUE SPACE.
           03  CF-ZIP                  PIC X(10).
       01  WS-CHECK-FACE-3.
           03  FILLER                  PIC X(12) VALUE "AMOUNT:     ".
           03  CF-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.
       01  WS-CHECK-FACE-4.
           03  FILLER                  PIC X(12) VALUE "DATE:       ".
           03  CF-MONTH                PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  CF-DAY                  PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  CF-YEAR                 PIC 9(4).

       01  WS-STUB-CUT-LINE            PIC X(70) VALUE ALL "-".

       01  WS-STUB-LINE-1.
           03  FILLER                  PIC X(7)  VALUE "VENDOR ".
           03  ST-VENDOR-ID            PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ST-VENDOR-NAME          PIC X(30).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(6)  VALUE "CHECK ".
           03  ST-CHECK-NUM            PIC 9(7).
       01  WS-STUB-LINE-2.
           03  FILLER                  PIC X(11) VALUE "REFERENCE  ".
           03  FILLER                  PIC X(31)
                                       VALUE "DESCRIPTION".
           03  FILLER                  PIC X(13) VALUE "       AMOUNT".
       01  WS-STUB-ITEM-LINE.
           03  ST-REFERENCE            PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  ST-DESCRIPTION          PIC X(30).
           03  FILLER                  PIC X     VALUE SPACE.
           03  ST-AMOUNT               PIC Z,ZZZ,ZZ9.99.
       01  WS-STUB-TOTAL-LINE.
           03  FILLER                  PIC X(41)
                                       VALUE "TOTAL THIS CHECK".
           03  ST-TOTAL                PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-TITLE-LINE           PIC X(40)
                           VALUE "VENDOR DISBURSEMENT REGISTER".
       01  WS-RPT-COL-HDR.
           03  FILLER                  PIC X(6)  VALUE "VENDOR".
           03  FILLER                  PIC X(21) VALUE "PAYEE".
           03  FILLER                  PIC X(11) VALUE "SOURCE".
           03  FILLER                  PIC X(11) VALUE "REFERENCE".
           03  FILLER                  PIC X(13) VALUE "       AMOUNT".
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE "PAID BY".
       01  WS-RPT-DETAIL.
           03  RD-VENDOR-ID            PIC X(5).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RD-PAYEE                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RD-SOURCE               PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RD-REFERENCE            PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  RD-METHOD               PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RD-PAY-REF              PIC X(10).
       01  WS-RPT-EXCPT-TITLE          PIC X(40)
                           VALUE "DUE BUT NOT PAID - NO ACTIVE VENDOR".
       01  WS-RPT-EXCPT-DETAIL.
           03  RX-PAYEE                PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RX-SOURCE               PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RX-REFERENCE            PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RX-DUE-DATE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  RX-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  RX-REASON               PIC X(20).
       01  WS-RPT-TOTAL-LINE.
           03  RT-LABEL                PIC X(30).
           03  RT-COUNT                PIC ZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  RT-AMOUNT               PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-AP-DISB".
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
       01  WS-PAID-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-PAID-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  WS-CHECK-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-CHECK-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-ACH-CNTR                 PIC 9(7) VALUE ZERO.
       01  WS-ACH-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01  WS-HELD-CNTR                PIC 9(7) VALUE ZERO.
       01  WS-EXCPT-CNTR               PIC 9(7) VALUE ZERO.
       01  WS-EXCPT-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-PP-ITEM-CNT              PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-FILE            PIC X(30).
       01  WS-MANIFEST-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH            PIC S9(13)V99 VALUE ZERO.

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
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 7).
           MOVE WS-RD-YYMMDD TO WS-ACH-TRACE-DATE.
           OPEN INPUT VENDOR-IN.
           IF WS-VND-STATUS = "35"
               DISPLAY "DSB-VENDOR-MST.TXT NOT FOUND - SET UP VENDORS "
                   "IN DSB-VENDOR-MAINT FIRST"
               GOBACK
           END-IF.
           PERFORM 200-LOAD-PAYABLES.
           IF WS-AP-FULL
               DISPLAY "*** MORE THAN 500 OPEN PAYABLES - RUN "
                   "ABANDONED, NOTHING PAID ***"
               CLOSE VENDOR-IN
               MOVE "ABORTED" TO WS-END-STATUS
               MOVE 8 TO RETURN-CODE
               CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
                   WS-OPERATOR-ID WS-START-TIME WS-PAID-CNTR
                   WS-END-STATUS
               GOBACK
           END-IF.
           PERFORM 110-READ-CHECK-NUMBER.
           OPEN OUTPUT CHECK-OUT.
           OPEN I-O CHECK-REG.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT CHECK-REG
               CLOSE CHECK-REG
               OPEN I-O CHECK-REG
           END-IF.
           OPEN OUTPUT ACH-BATCH-OUT.
           OPEN EXTEND GL-OUT.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-OUT
               CLOSE GL-OUT
               OPEN EXTEND GL-OUT
           END-IF.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-HEADERS.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
               IF WS-APT-SELECTED(WS-AP-IDX)
                   PERFORM 300-PAY-ONE-VENDOR
               END-IF
           END-PERFORM.
           PERFORM 380-WRITE-ACH-CONTROL.
           WRITE CHECK-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE CHECK-OUT.
           CLOSE CHECK-REG.
           CLOSE ACH-BATCH-OUT.
           CLOSE GL-OUT.
           CLOSE VENDOR-IN.
           PERFORM 130-PUT-BACK-CHECK-NUMBER.
           MOVE "DSB-AP-ACH-BATCH.TXT" TO WS-MANIFEST-FILE.
           MOVE WS-ACH-CNTR TO WS-MANIFEST-CNT.
           MOVE WS-ACH-TOTAL TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
           PERFORM 400-WRITE-PAID-ITEMS.
           PERFORM 410-REWRITE-OPEN-ITEMS.
           PERFORM 500-PRINT-EXCEPTIONS.
           PERFORM 510-PRINT-TOTALS.
           CLOSE RPT-OUT.
           DISPLAY "ITEMS PAID        = " WS-PAID-CNTR.
           DISPLAY "CHECKS PRINTED    = " WS-CHECK-CNTR.
           DISPLAY "ACH PAYMENTS      = " WS-ACH-CNTR.
           DISPLAY "NOT YET DUE       = " WS-HELD-CNTR.
           DISPLAY "EXCEPTIONS        = " WS-EXCPT-CNTR.
           IF WS-EXCPT-CNTR > ZERO
               DISPLAY "*** DUE ITEMS WITHOUT AN ACTIVE VENDOR - SEE "
                   "DSB-AP-DISB-REGISTER.TXT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CHECK-CNTR > ZERO
               CALL "DSB-POS-PAY" USING WS-PP-ITEM-CNT
           END-IF.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-PAID-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-CHECK-NUMBER.
           OPEN INPUT CHECK-NUM-FILE.
           IF WS-CHKNUM-STATUS = "00"
               READ CHECK-NUM-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CN-NEXT-NUMBER
                       TO WS-NEXT-CHECK-NUM
               END-READ
               CLOSE CHECK-NUM-FILE
           END-IF.

      *-----------------------------------------------------------------*

       120-PRINT-HEADERS.
           MOVE 1 TO WS-RPT-HDR-PAGE-NO.
           MOVE WS-RD-MNTH TO WS-RPT-HDR-MONTH.
           MOVE WS-RD-DY TO WS-RPT-HDR-DAY.
           MOVE WS-RD-YR TO WS-RPT-HDR-YEAR.
           MOVE WS-START-HH TO WS-RPT-HDR-HOUR.
           MOVE WS-START-MM TO WS-RPT-HDR-MIN.
           MOVE WS-OPERATOR-ID TO WS-RPT-HDR-OPERATOR.
           WRITE CHECK-REC FROM WS-RPT-HEADER-1.
           WRITE CHECK-REC FROM WS-RPT-HEADER-2.
           MOVE "WEEKLY VENDOR CHECK RUN" TO CHECK-REC.
           WRITE CHECK-REC.
           MOVE BLANK-LINE TO CHECK-REC.
           WRITE CHECK-REC.
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-RPT-COL-HDR.

      *-----------------------------------------------------------------*

       130-PUT-BACK-CHECK-NUMBER.
           OPEN OUTPUT CHECK-NUM-FILE.
           MOVE WS-NEXT-CHECK-NUM TO CN-NEXT-NUMBER.
           WRITE CHECK-NUM-REC.
           CLOSE CHECK-NUM-FILE.

      *-----------------------------------------------------------------*
      *    EVERY OPEN ITEM IS LOADED AND SORTED OUT UP FRONT: NOT YET
      *    DUE, DUE AND PAYABLE, OR DUE WITH NO ACTIVE VENDOR TO PAY.
      *    A DUE DATE LEFT ZERO IS DUE NOW.

       200-LOAD-PAYABLES.
           OPEN INPUT PAYABLE-IO.
           IF WS-AP-STATUS = "35"
               DISPLAY "DSB-PAYABLES.TXT NOT FOUND - NOTHING OPEN"
           ELSE
               READ PAYABLE-IO INTO PAYABLE-REC
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF OR WS-AP-FULL
                   IF WS-AP-CNT < 500
                       ADD 1 TO WS-AP-CNT
                       PERFORM 210-CLASSIFY-ITEM
                       READ PAYABLE-IO INTO PAYABLE-REC
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   ELSE
                       MOVE "Y" TO WS-AP-FULL-FLAG
                   END-IF
               END-PERFORM
               CLOSE PAYABLE-IO
           END-IF.

      *-----------------------------------------------------------------*

       210-CLASSIFY-ITEM.
           MOVE PAYABLE-REC TO WS-APT-ITEM(WS-AP-CNT).
           MOVE SPACES TO WS-APT-VND-ID(WS-AP-CNT).
           MOVE SPACES TO WS-APT-REASON(WS-AP-CNT).
           IF AP-DUE-DATE > WS-CUTOFF-DATE
               MOVE "H" TO WS-APT-FLAG(WS-AP-CNT)
               ADD 1 TO WS-HELD-CNTR
           ELSE
               PERFORM 220-FIND-VENDOR
               IF NOT WS-VND-FOUND
                   MOVE "X" TO WS-APT-FLAG(WS-AP-CNT)
                   MOVE "VENDOR NOT ON FILE" TO WS-APT-REASON(WS-AP-CNT)
               ELSE
                   IF VND-IS-ACTIVE
                       MOVE "S" TO WS-APT-FLAG(WS-AP-CNT)
                       MOVE VND-ID TO WS-APT-VND-ID(WS-AP-CNT)
                   ELSE
                       MOVE "X" TO WS-APT-FLAG(WS-AP-CNT)
                       MOVE "VENDOR INACTIVE"
                           TO WS-APT-REASON(WS-AP-CNT)
                   END-IF
               END-IF
               IF WS-APT-SELECTED(WS-AP-CNT) AND AP-AMOUNT = ZERO
                   MOVE "X" TO WS-APT-FLAG(WS-AP-CNT)
                   MOVE "ZERO AMOUNT" TO WS-APT-REASON(WS-AP-CNT)
               END-IF
               IF WS-APT-EXCEPTION(WS-AP-CNT)
                   ADD 1 TO WS-EXCPT-CNTR
                   ADD AP-AMOUNT TO WS-EXCPT-TOTAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    BY VENDOR ID WHEN THE FEEDER KNEW IT, OTHERWISE BY THE
      *    PAYEE NAME AGAINST THE VENDOR'S PAYEE KEY.

       220-FIND-VENDOR.
           MOVE "N" TO WS-VND-FOUND-FLAG.
           IF AP-VENDOR-ID NOT = SPACES
               MOVE AP-VENDOR-ID TO VND-ID
               READ VENDOR-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-VND-FOUND-FLAG
               END-READ
           ELSE
               IF AP-PAYEE NOT = SPACES
                   MOVE AP-PAYEE TO VND-PAYEE-KEY
                   READ VENDOR-IN KEY IS VND-PAYEE-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-VND-FOUND-FLAG
                   END-READ
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      *    EVERY SELECTED ITEM FOR THIS VENDOR, FROM HERE DOWN THE
      *    TABLE, GOES OUT ON ONE CHECK OR ONE ACH CREDIT.

       300-PAY-ONE-VENDOR.
           MOVE WS-APT-VND-ID(WS-AP-IDX) TO WS-CUR-VENDOR.
           MOVE WS-CUR-VENDOR TO VND-ID.
           READ VENDOR-IN
               INVALID KEY
                   DISPLAY "VENDOR " WS-CUR-VENDOR " VANISHED - "
                       "ITEMS LEFT OPEN"
                   MOVE "X" TO WS-APT-FLAG(WS-AP-IDX)
                   MOVE "VENDOR NOT ON FILE" TO WS-APT-REASON(WS-AP-IDX)
                   MOVE WS-APT-ITEM(WS-AP-IDX) TO PAYABLE-REC
                   ADD 1 TO WS-EXCPT-CNTR
                   ADD AP-AMOUNT TO WS-EXCPT-TOTAL
           END-READ.
           IF WS-APT-SELECTED(WS-AP-IDX)
               MOVE VND-NAME TO WS-PAYEE-NAME
               MOVE ZERO TO WS-VENDOR-TOTAL
               PERFORM VARYING WS-AP-SUB FROM WS-AP-IDX BY 1
                       UNTIL WS-AP-SUB > WS-AP-CNT
                   IF WS-APT-SELECTED(WS-AP-SUB)
                       AND WS-APT-VND-ID(WS-AP-SUB) = WS-CUR-VENDOR
                       MOVE WS-APT-ITEM(WS-AP-SUB) TO PAYABLE-REC
                       ADD AP-AMOUNT TO WS-VENDOR-TOTAL
                   END-IF
               END-PERFORM
               IF VND-PAYS-BY-ACH
                   PERFORM 330-WRITE-ACH-DETAIL
               ELSE
                   PERFORM 310-PRINT-CHECK-FACE
               END-IF
               PERFORM VARYING WS-AP-SUB FROM WS-AP-IDX BY 1
                       UNTIL WS-AP-SUB > WS-AP-CNT
                   IF WS-APT-SELECTED(WS-AP-SUB)
                       AND WS-APT-VND-ID(WS-AP-SUB) = WS-CUR-VENDOR
                       PERFORM 340-PAY-ONE-ITEM
                   END-IF
               END-PERFORM
               IF NOT VND-PAYS-BY-ACH
                   PERFORM 320-FINISH-CHECK
               END-IF
           END-IF.

      *-----------------------------------------------------------------*

       310-PRINT-CHECK-FACE.
           MOVE "C" TO WS-PAY-METHOD.
           MOVE WS-NEXT-CHECK-NUM TO WS-CHECK-NUM-ED.
           MOVE WS-CHECK-NUM-ED TO WS-PAY-REF.
           MOVE WS-NEXT-CHECK-NUM TO CF-CHECK-NUM.
           WRITE CHECK-REC FROM WS-CHECK-FACE-1.
           MOVE VND-NAME TO CF-PAYEE.
           WRITE CHECK-REC FROM WS-CHECK-FACE-2.
           MOVE VND-STREET TO CF-STREET.
           WRITE CHECK-REC FROM WS-CHECK-FACE-2A.
           MOVE VND-CITY TO CF-CITY.
           MOVE VND-STATE TO CF-STATE.
           MOVE VND-ZIP TO CF-ZIP.
           WRITE CHECK-REC FROM WS-CHECK-FACE-2B.
           MOVE WS-VENDOR-TOTAL TO CF-AMOUNT.
           WRITE CHECK-REC FROM WS-CHECK-FACE-3.
           MOVE WS-RD-MNTH TO CF-MONTH.
           MOVE WS-RD-DY TO CF-DAY.
           MOVE WS-RD-YR TO CF-YEAR.
           WRITE CHECK-REC FROM WS-CHECK-FACE-4.
           WRITE CHECK-REC FROM WS-STUB-CUT-LINE.
           MOVE VND-ID TO ST-VENDOR-ID.
           MOVE VND-NAME TO ST-VENDOR-NAME.
           MOVE WS-NEXT-CHECK-NUM TO ST-CHECK-NUM.
           WRITE CHECK-REC FROM WS-STUB-LINE-1.
           WRITE CHECK-REC FROM WS-STUB-LINE-2.

      *-----------------------------------------------------------------*
      *    THE STUB CLOSES WITH THE CHECK TOTAL, AND THE CHECK GOES ON
      *    THE ISSUED-CHECK REGISTER UNDER THE VENDOR ID, THE NAME
      *    SPREAD ACROSS THE REGISTER'S FIRST AND LAST NAME.

       320-FINISH-CHECK.
           MOVE WS-VENDOR-TOTAL TO ST-TOTAL.
           WRITE CHECK-REC FROM WS-STUB-TOTAL-LINE.
           WRITE CHECK-REC FROM WS-STUB-CUT-LINE.
           MOVE BLANK-LINE TO CHECK-REC.
           WRITE CHECK-REC.
           MOVE WS-NEXT-CHECK-NUM TO PCR-CHECK-NUM.
           MOVE WS-CUR-VENDOR TO PCR-EMP-ID.
           MOVE WS-PN-FIRST TO PCR-FNAME.
           MOVE WS-PN-LAST TO PCR-LNAME.
           MOVE WS-RUN-DATE TO PCR-DATE.
           MOVE WS-VENDOR-TOTAL TO PCR-AMOUNT.
           MOVE "O" TO PCR-STATUS.
           MOVE ZERO TO PCR-CLEAR-DATE.
           MOVE SPACE TO PCR-PP-SENT.
           WRITE CHECK-REG-REC
               INVALID KEY
                   DISPLAY "CHECK " PCR-CHECK-NUM " ALREADY ON THE "
                       "REGISTER - NOT RE-RECORDED"
           END-WRITE.
           ADD 1 TO WS-NEXT-CHECK-NUM.
           ADD 1 TO WS-CHECK-CNTR.
           ADD WS-VENDOR-TOTAL TO WS-CHECK-TOTAL.

      *-----------------------------------------------------------------*
      *    THE TRACE IS THE RUN DATE YYMMDD PLUS THE CREDIT'S SEQUENCE
      *    IN THE BATCH, THE SAME AS A PAYROLL DEPOSIT'S.

       330-WRITE-ACH-DETAIL.
           ADD 1 TO WS-ACH-CNTR.
           MOVE "A" TO WS-PAY-METHOD.
           MOVE WS-ACH-CNTR TO WS-ACH-TRACE-SEQ.
           MOVE WS-ACH-TRACE TO WS-PAY-REF.
           MOVE VND-ROUTING TO AD-ROUTING.
           MOVE VND-BANK-ACCT TO AD-ACCOUNT.
           MOVE VND-ID TO AD-VENDOR-ID.
           MOVE VND-NAME TO AD-NAME.
           MOVE WS-VENDOR-TOTAL TO AD-AMOUNT.
           WRITE ACH-REC FROM WS-ACH-DETAIL.
           ADD WS-VENDOR-TOTAL TO WS-ACH-TOTAL.

      *-----------------------------------------------------------------*
      *    THE ITEM IS STAMPED PAID (AND WITH THE VENDOR THAT WAS PAID,
      *    WHEN IT CAME IN BY PAYEE NAME), LISTED ON THE STUB AND THE
      *    REGISTER, AND BOOKED.

       340-PAY-ONE-ITEM.
           MOVE WS-APT-ITEM(WS-AP-SUB) TO PAYABLE-REC.
           IF AP-VENDOR-ID = SPACES
               MOVE WS-CUR-VENDOR TO AP-VENDOR-ID
           END-IF.
           MOVE "P" TO AP-STATUS.
           MOVE WS-RUN-DATE TO AP-PAID-DATE.
           MOVE WS-PAY-METHOD TO AP-PAY-METHOD.
           MOVE WS-PAY-REF TO AP-PAY-REF.
           MOVE PAYABLE-REC TO WS-APT-ITEM(WS-AP-SUB).
           MOVE "P" TO WS-APT-FLAG(WS-AP-SUB).
           IF WS-PAY-METHOD = "C"
               MOVE AP-REFERENCE TO ST-REFERENCE
               MOVE AP-DESCRIPTION TO ST-DESCRIPTION
               MOVE AP-AMOUNT TO ST-AMOUNT
               WRITE CHECK-REC FROM WS-STUB-ITEM-LINE
               MOVE "CHECK" TO RD-METHOD
           ELSE
               MOVE "ACH" TO RD-METHOD
           END-IF.
           MOVE AP-VENDOR-ID TO RD-VENDOR-ID.
           MOVE AP-PAYEE TO RD-PAYEE.
           IF AP-PAYEE = SPACES
               MOVE VND-NAME TO RD-PAYEE
           END-IF.
           MOVE AP-SOURCE TO RD-SOURCE.
           MOVE AP-REFERENCE TO RD-REFERENCE.
           MOVE AP-AMOUNT TO RD-AMOUNT.
           MOVE AP-PAY-REF TO RD-PAY-REF.
           WRITE RPT-REC FROM WS-RPT-DETAIL.
           PERFORM 350-WRITE-GL-PAIR.
           ADD 1 TO WS-PAID-CNTR.
           ADD AP-AMOUNT TO WS-PAID-TOTAL.

      *-----------------------------------------------------------------*

       350-WRITE-GL-PAIR.
           MOVE WS-RD-YR TO GL-YEAR.
           MOVE WS-RD-MNTH TO GL-MONTH.
           MOVE WS-RD-DY TO GL-DAY.
           MOVE "PAYABLES" TO GL-SOURCE.
           MOVE AP-BRANCH TO GL-BRANCH.
           IF AP-BRANCH = SPACES
               MOVE "00" TO GL-BRANCH
           END-IF.
           MOVE AP-DESCRIPTION TO GL-DESCRIPTION.
           MOVE AP-AMOUNT TO GL-AMOUNT.
           MOVE AP-GL-ACCT TO GL-DEBIT-ACCT.
           MOVE SPACES TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           COMPUTE GL-AMOUNT = ZERO - AP-AMOUNT.
           MOVE SPACES TO GL-DEBIT-ACCT.
           MOVE WS-GL-CASH-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.

      *-----------------------------------------------------------------*

       380-WRITE-ACH-CONTROL.
           MOVE WS-ACH-CNTR TO AC-DETAIL-COUNT.
           MOVE WS-ACH-TOTAL TO AC-TOTAL-AMOUNT.
           WRITE ACH-REC FROM WS-ACH-CONTROL.

      *-----------------------------------------------------------------*
      *    PAID ITEMS ARE KEPT FOR GOOD ON THE PAID FILE BEFORE THE
      *    OPEN FILE IS CUT DOWN TO WHAT IS STILL OWED.

       400-WRITE-PAID-ITEMS.
           OPEN EXTEND PAID-OUT.
           IF WS-PAID-STATUS = "35"
               OPEN OUTPUT PAID-OUT
               CLOSE PAID-OUT
               OPEN EXTEND PAID-OUT
           END-IF.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
               IF WS-APT-PAID(WS-AP-IDX)
                   WRITE PAID-REC FROM WS-APT-ITEM(WS-AP-IDX)
               END-IF
           END-PERFORM.
           CLOSE PAID-OUT.

      *-----------------------------------------------------------------*

       410-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT PAYABLE-IO.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
               IF NOT WS-APT-PAID(WS-AP-IDX)
                   WRITE PAYABLE-IO-REC FROM WS-APT-ITEM(WS-AP-IDX)
               END-IF
           END-PERFORM.
           CLOSE PAYABLE-IO.

      *-----------------------------------------------------------------*

       500-PRINT-EXCEPTIONS.
           IF WS-EXCPT-CNTR > ZERO
               MOVE BLANK-LINE TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM WS-RPT-EXCPT-TITLE
               PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                       UNTIL WS-AP-IDX > WS-AP-CNT
                   IF WS-APT-EXCEPTION(WS-AP-IDX)
                       MOVE WS-APT-ITEM(WS-AP-IDX) TO PAYABLE-REC
                       MOVE AP-PAYEE TO RX-PAYEE
                       IF AP-PAYEE = SPACES
                           MOVE AP-VENDOR-ID TO RX-PAYEE
                       END-IF
                       MOVE AP-SOURCE TO RX-SOURCE
                       MOVE AP-REFERENCE TO RX-REFERENCE
                       MOVE AP-DUE-DATE TO RX-DUE-DATE
                       MOVE AP-AMOUNT TO RX-AMOUNT
                       MOVE WS-APT-REASON(WS-AP-IDX) TO RX-REASON
                       WRITE RPT-REC FROM WS-RPT-EXCPT-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------*

       510-PRINT-TOTALS.
           MOVE BLANK-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ITEMS PAID" TO RT-LABEL.
           MOVE WS-PAID-CNTR TO RT-COUNT.
           MOVE WS-PAID-TOTAL TO RT-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE "  BY CHECK" TO RT-LABEL.
           MOVE WS-CHECK-CNTR TO RT-COUNT.
           MOVE WS-CHECK-TOTAL TO RT-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE "  BY ACH" TO RT-LABEL.
           MOVE WS-ACH-CNTR TO RT-COUNT.
           MOVE WS-ACH-TOTAL TO RT-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE "DUE, NOT PAID (EXCEPTIONS)" TO RT-LABEL.
           MOVE WS-EXCPT-CNTR TO RT-COUNT.
           MOVE WS-EXCPT-TOTAL TO RT-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.

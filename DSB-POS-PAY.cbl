      ******************************************************************
      *    AUTHOR: DUSTYNE BROWN
      *    DATE: 10/15/26
      *    PROGRAM: DSB-POS-PAY
      *    PURPOSE: POSITIVE PAY ISSUE FILE FOR THE BANK THAT CLEARS
      *        THE PAYROLL CHECKS. CALLED BY DSB-PAY-CHECKS AT THE END
      *        OF EVERY CHECK PRINT AND BY DSB-CHECK-RECON AFTER EVERY
      *        VOID/REISSUE SESSION. EVERY CHECK ON THE ISSUED-CHECK
      *        REGISTER (PAYROLL-CHECK-REG.TXT) THE BANK HAS NOT YET
      *        HEARD ABOUT GOES OUT - AN ISSUE ITEM FOR A NEW CHECK,
      *        A VOID ITEM FOR A CHECK KILLED SINCE - WITH CHECK
      *        NUMBER, AMOUNT, PAYEE, AND ISSUE DATE, BETWEEN AN "H"
      *        HEADER AND A "T" TRAILER CARRYING THE ITEM COUNT AND
      *        DOLLAR TOTAL. PCR-PP-SENT ON THE REGISTER REMEMBERS
      *        WHAT HAS BEEN SENT, SO NOTHING GOES TWICE AND NOTHING
      *        IS MISSED WHEN A RUN IS SKIPPED.
      *    EACH RUN WRITES ITS OWN FILE, PAYROLL-PP-YYYYMMDDHHMMSS.TXT
      *        (PROCESSING DATE AND TIME OF DAY), AND LOGS IT THROUGH
      *        DSB-MANIFEST. A RUN WITH NOTHING NEW WRITES NO FILE.
      *    THE BANK ACCOUNT AND ACCOUNT NAME LIVE ON
      *        PAYROLL-POSPAY-PARM.TXT - THE OPERATOR IS ONLY ASKED
      *        WHEN IT HAS NEVER BEEN SET UP, AND THE ANSWER IS KEPT.
      *    THE BANK'S EXCEPTION ITEMS COME BACK ON PAYROLL-PP-EXCEPT.TXT
      *        FOR PAY/NO-PAY DECISIONS IN DSB-POS-PAY-REVIEW.
      *    DSB-AP-DISB CALLS IT TOO AFTER PRINTING VENDOR CHECKS, WHICH
      *        SHARE THE REGISTER AND THE BANK ACCOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DSB-POS-PAY.

      ******************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT CHECK-REG        ASSIGN "PAYROLL-CHECK-REG.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PCR-CHECK-NUM
                               FILE STATUS IS WS-REG-STATUS.

       SELECT PP-PARM          ASSIGN "PAYROLL-POSPAY-PARM.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PARM-STATUS.

       SELECT PP-ISSUE-OUT     ASSIGN WS-PP-FILENAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-PP-STATUS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

       FD  CHECK-REG.
       01  CHECK-REG-REC.
           03  PCR-CHECK-NUM       PIC 9(7).
           03  PCR-EMP-ID          PIC X(5).
           03  PCR-FNAME           PIC X(10).
           03  PCR-LNAME           PIC X(10).
           03  PCR-DATE            PIC 9(8).
           03  PCR-AMOUNT          PIC 9(7)V99.
           03  PCR-STATUS          PIC X.
               88  PCR-OUTSTANDING       VALUE "O".
               88  PCR-CLEARED           VALUE "C".
               88  PCR-VOID              VALUE "V".
           03  PCR-CLEAR-DATE      PIC 9(8).
           03  PCR-PP-SENT         PIC X.
               88  PCR-PP-NOT-SENT       VALUE SPACE.
               88  PCR-PP-ISSUE-SENT     VALUE "I".
               88  PCR-PP-VOID-SENT      VALUE "V".

       FD  PP-PARM.
       01  PP-PARM-REC.
           03  PPP-ACCOUNT         PIC X(17).
           03  PPP-NAME            PIC X(30).

       FD  PP-ISSUE-OUT.
       01  PP-ISSUE-REC            PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-REG-STATUS           PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-PP-STATUS            PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-PP-ACCOUNT           PIC X(17) VALUE SPACES.
       01  WS-PP-NAME              PIC X(30) VALUE SPACES.

       01  WS-PP-FILENAME          PIC X(30) VALUE SPACES.
       01  WS-PP-OPEN-FLAG         PIC X VALUE "N".
           88  WS-PP-OPEN                VALUE "Y".
       01  WS-PP-CNTR              PIC 9(7) VALUE ZERO.
       01  WS-PP-ISSUE-CNTR        PIC 9(7) VALUE ZERO.
       01  WS-PP-VOID-CNTR         PIC 9(7) VALUE ZERO.
       01  WS-PP-TOTAL             PIC 9(11)V99 VALUE ZERO.

      *    THE BANK'S ISSUE-FILE LAYOUT - 80-BYTE RECORDS, AN "H"
      *    HEADER, ONE "D" ITEM PER CHECK ("I" ISSUED OR "V" VOID),
      *    AND A "T" TRAILER.
       01  WS-PP-HEADER.
           03  FILLER              PIC X     VALUE "H".
           03  PPH-ACCOUNT         PIC X(17).
           03  PPH-NAME            PIC X(30).
           03  PPH-CREATE-DATE     PIC 9(8).
           03  FILLER              PIC X(24) VALUE SPACES.

       01  WS-PP-DETAIL.
           03  FILLER              PIC X     VALUE "D".
           03  PPD-ACCOUNT         PIC X(17).
           03  PPD-CHECK-NUM       PIC 9(10).
           03  PPD-AMOUNT          PIC 9(8)V99.
           03  PPD-ISSUE-DATE      PIC 9(8).
           03  PPD-ACTION          PIC X.
           03  PPD-PAYEE.
               05  PPD-FNAME       PIC X(10).
               05  FILLER          PIC X     VALUE SPACE.
               05  PPD-LNAME       PIC X(10).
           03  FILLER              PIC X(12) VALUE SPACES.

       01  WS-PP-TRAILER.
           03  FILLER              PIC X     VALUE "T".
           03  PPT-ACCOUNT         PIC X(17).
           03  PPT-COUNT           PIC 9(7).
           03  PPT-TOTAL           PIC 9(11)V99.
           03  FILLER              PIC X(42) VALUE SPACES.

       01  WS-MANIFEST-FILE        PIC X(30).
       01  WS-MANIFEST-CNT         PIC 9(7) VALUE ZERO.
       01  WS-MANIFEST-HASH        PIC S9(13)V99 VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME-RAW         PIC 9(8).
       01  WS-RUN-TIME-BRK REDEFINES WS-RUN-TIME-RAW.
           03  WS-RUN-HHMMSS       PIC 9(6).
           03  FILLER              PIC 99.

       01  WS-PROGRAM-NAME         PIC X(20)
                                   VALUE "DSB-POS-PAY".

       LINKAGE SECTION.

       01  LS-PP-ITEM-CNT          PIC 9(7).

      ******************************************************************
       PROCEDURE DIVISION USING LS-PP-ITEM-CNT.

       100-MAIN.
           MOVE ZERO TO LS-PP-ITEM-CNT.
           MOVE ZERO TO WS-PP-CNTR WS-PP-ISSUE-CNTR WS-PP-VOID-CNTR.
           MOVE ZERO TO WS-PP-TOTAL.
           MOVE "N" TO WS-PP-OPEN-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           OPEN I-O CHECK-REG.
           IF WS-REG-STATUS = "35"
               DISPLAY "PAYROLL-CHECK-REG.TXT NOT FOUND - NO POSITIVE "
                   "PAY ITEMS"
               GOBACK
           END-IF.
           PERFORM 110-READ-PP-PARM.
           MOVE LOW-VALUES TO PCR-CHECK-NUM.
           START CHECK-REG KEY NOT < PCR-CHECK-NUM
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START.
           IF NOT WS-EOF
               READ CHECK-REG NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.
           PERFORM 200-SELECT-ITEM UNTIL WS-EOF.
           CLOSE CHECK-REG.
           IF WS-PP-OPEN
               PERFORM 300-CLOSE-ISSUE-FILE
           ELSE
               DISPLAY "NO NEW POSITIVE PAY ITEMS - NO ISSUE FILE "
                   "WRITTEN"
           END-IF.
           MOVE WS-PP-CNTR TO LS-PP-ITEM-CNT.
           GOBACK.

      *-----------------------------------------------------------------*

       110-READ-PP-PARM.
           MOVE SPACES TO WS-PP-ACCOUNT WS-PP-NAME.
           OPEN INPUT PP-PARM.
           IF WS-PARM-STATUS = "00"
               READ PP-PARM
                   AT END CONTINUE
                   NOT AT END
                       MOVE PPP-ACCOUNT TO WS-PP-ACCOUNT
                       MOVE PPP-NAME TO WS-PP-NAME
               END-READ
               CLOSE PP-PARM
           END-IF.
           IF WS-PP-ACCOUNT = SPACES
               DISPLAY "PAYROLL BANK ACCOUNT NUMBER: "
                   WITH NO ADVANCING
               ACCEPT WS-PP-ACCOUNT
               DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
               ACCEPT WS-PP-NAME
               OPEN OUTPUT PP-PARM
               MOVE WS-PP-ACCOUNT TO PPP-ACCOUNT
               MOVE WS-PP-NAME TO PPP-NAME
               WRITE PP-PARM-REC
               CLOSE PP-PARM
           END-IF.

      *-----------------------------------------------------------------*
      *    A CHECK STILL OUT OR ALREADY CLEARED THAT THE BANK HAS NEVER
      *    SEEN GOES AS AN ISSUE; A VOID THE BANK HAS NOT SEEN GOES AS
      *    A VOID, WHETHER OR NOT ITS ISSUE EVER WENT. THE REGISTER IS
      *    MARKED AS EACH ITEM IS WRITTEN.

       200-SELECT-ITEM.
           IF PCR-VOID
               IF NOT PCR-PP-VOID-SENT
                   MOVE "V" TO PPD-ACTION
                   PERFORM 210-WRITE-ITEM
                   ADD 1 TO WS-PP-VOID-CNTR
                   MOVE "V" TO PCR-PP-SENT
                   REWRITE CHECK-REG-REC
               END-IF
           ELSE
               IF PCR-PP-NOT-SENT
                   MOVE "I" TO PPD-ACTION
                   PERFORM 210-WRITE-ITEM
                   ADD 1 TO WS-PP-ISSUE-CNTR
                   MOVE "I" TO PCR-PP-SENT
                   REWRITE CHECK-REG-REC
               END-IF
           END-IF.
           READ CHECK-REG NEXT RECORD AT END MOVE "Y" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*

       210-WRITE-ITEM.
           IF NOT WS-PP-OPEN
               PERFORM 220-OPEN-ISSUE-FILE
           END-IF.
           MOVE WS-PP-ACCOUNT TO PPD-ACCOUNT.
           MOVE PCR-CHECK-NUM TO PPD-CHECK-NUM.
           MOVE PCR-AMOUNT TO PPD-AMOUNT.
           MOVE PCR-DATE TO PPD-ISSUE-DATE.
           MOVE PCR-FNAME TO PPD-FNAME.
           MOVE PCR-LNAME TO PPD-LNAME.
           WRITE PP-ISSUE-REC FROM WS-PP-DETAIL.
           ADD 1 TO WS-PP-CNTR.
           ADD PCR-AMOUNT TO WS-PP-TOTAL.

      *-----------------------------------------------------------------*
      *    THE FILE IS ONLY OPENED WHEN THE FIRST ITEM TURNS UP, SO A
      *    RUN WITH NOTHING NEW LEAVES NOTHING ON DISK TO TRANSMIT.

       220-OPEN-ISSUE-FILE.
           MOVE SPACES TO WS-PP-FILENAME.
           STRING "PAYROLL-PP-" WS-RUN-DATE WS-RUN-HHMMSS ".TXT"
               DELIMITED BY SIZE INTO WS-PP-FILENAME.
           OPEN OUTPUT PP-ISSUE-OUT.
           MOVE "Y" TO WS-PP-OPEN-FLAG.
           MOVE WS-PP-ACCOUNT TO PPH-ACCOUNT.
           MOVE WS-PP-NAME TO PPH-NAME.
           MOVE WS-RUN-DATE TO PPH-CREATE-DATE.
           WRITE PP-ISSUE-REC FROM WS-PP-HEADER.

      *-----------------------------------------------------------------*

       300-CLOSE-ISSUE-FILE.
           MOVE WS-PP-ACCOUNT TO PPT-ACCOUNT.
           MOVE WS-PP-CNTR TO PPT-COUNT.
           MOVE WS-PP-TOTAL TO PPT-TOTAL.
           WRITE PP-ISSUE-REC FROM WS-PP-TRAILER.
           CLOSE PP-ISSUE-OUT.
           DISPLAY "POSITIVE PAY FILE " WS-PP-FILENAME.
           DISPLAY "    ISSUED " WS-PP-ISSUE-CNTR "  VOIDED "
               WS-PP-VOID-CNTR.
           MOVE WS-PP-FILENAME TO WS-MANIFEST-FILE.
           MOVE WS-PP-CNTR TO WS-MANIFEST-CNT.
           MOVE WS-PP-TOTAL TO WS-MANIFEST-HASH.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.

      *        GL TOTALS SO THE LIABILITY REACHES THE LEDGER FEED.
      *        EVERYTHING ESCHEATED IS APPENDED TO A PERMANENT
      *        REGISTER (MT-ESCHEAT-REGISTER.TXT) SO A CLAIM YEARS
      *        FROM NOW IS ANSWERED FROM ONE FILE. A JOINT ACCOUNT
      *        SENDS THE FINAL NOTICE TO EVERY OWNER - THE PRIMARY ON
      *        THE MASTER AND EACH JOINT OWNER ON DSB-ACCT-REL.TXT.
      *        THE STATE REMITTANCE ITSELF IS APPENDED TO THE
      *        PAYABLES FILE (DSB-PAYABLES.TXT) UNDER PAYEE
      *        "UNCLAIMED PROPERTY", AGAINST THE ESCHEAT LIABILITY,
      *        FOR THE WEEKLY DSB-AP-DISB RUN TO PAY.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS CUST-NUM-MST
                               FILE STATUS IS WS-CUST-STATUS.

       SELECT REL-IN           ASSIGN "DSB-ACCT-REL.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REL-KEY
                               ALTERNATE RECORD KEY IS REL-CUST-NUM
                                   WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       SELECT REMIT-OUT        ASSIGN "MT-ESCHEAT-REMIT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-GL-STATUS.

       SELECT PAYABLE-OUT      ASSIGN "DSB-PAYABLES.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-AP-STATUS.

      ******************************************************************
       DATA DIVISION.

           03  CD-RATE-IO              PIC V9(4).
           03  CD-ROLLOVER-IO          PIC X.
           03  ACC-BRANCH-IO           PIC X(2).
           03  ACC-AVAIL-BLNC-IO       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IO        PIC 9(8).

       FD  CUST-MST-IN.
       01  CUST-REC.
           03  CUST-STATE-MST          PIC X(2).
           03  CUST-ZIP-MST            PIC X(5).
           03  CUST-CYCLE-DAY-MST      PIC 9(2).
           03  CUST-TIN-MST            PIC X(9).
           03  CUST-TIN-TYPE-MST       PIC X.
           03  CUST-W9-STAT-MST        PIC X.
           03  CUST-BNOTICE-MST        PIC X.
           03  CUST-BNOTICE-DATE-MST   PIC 9(8).
           03  FILLER                  PIC X(9).

       FD  REL-IN.
       01  REL-REC.
           03  REL-KEY.
               05  REL-ACC-NUM         PIC X(5).
               05  REL-CUST-NUM        PIC X(5).
           03  REL-ROLE                PIC X.
               88  REL-IS-PRIMARY                  VALUE "P".
               88  REL-IS-JOINT                    VALUE "J".
               88  REL-IS-POD                      VALUE "B".
               88  REL-IS-SIGNER                   VALUE "S".
           03  REL-ADD-DATE            PIC 9(8).
           03  REL-OPERATOR            PIC X(10).

       FD  REMIT-OUT.
       01  REMIT-REC.
           03  YTD-TYPE                PIC X.
           03  YTD-AMNT                PIC 9(6)V99.
           03  YTD-XFER-ACC            PIC X(5).
           03  YTD-CHECK-NUM           PIC X(8).

       FD  BANK-GL-OUT.
           COPY DSB-GL-DETAIL.

       FD  PAYABLE-OUT.
           COPY DSB-PAYABLE.

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-REG-STATUS               PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-GL-STATUS                PIC XX.
       01  WS-AP-STATUS                PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-REL-OPEN-FLAG            PIC X VALUE "N".
           88  WS-REL-OPEN                   VALUE "Y".
       01  WS-REL-EOF-FLAG             PIC X VALUE "N".
           88  WS-REL-EOF                    VALUE "Y".
       01  WS-NOTICE-CNT               PIC 9(5) VALUE ZERO.

           COPY DSB-EOF-EXCPT.

               GOBACK
           END-IF.
           OPEN INPUT CUST-MST-IN.
           OPEN INPUT REL-IN.
           IF WS-REL-STATUS = "00"
               MOVE "Y" TO WS-REL-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REMIT-OUT.
           OPEN OUTPUT NOTICE-OUT.
           PERFORM 200-SELECT-PASS.
           CALL "DSB-MANIFEST" USING WS-MANIFEST-FILE
               WS-PROGRAM-NAME WS-MANIFEST-CNT WS-MANIFEST-HASH.
           CLOSE NOTICE-OUT.
           IF WS-REL-OPEN
               CLOSE REL-IN
           END-IF.
           DISPLAY "ACCOUNTS SELECTED = " WS-SEL-CNT.
           DISPLAY "NOTICES WRITTEN   = " WS-NOTICE-CNT.
           DISPLAY "DOLLARS SELECTED  = " WS-TOTAL-ESCHEAT.
           IF WS-SEL-CNT = ZERO
               DISPLAY "NOTHING TO ESCHEAT"
           MOVE SPACES TO NT-NAME NT-STREET NT-CITY NT-STATE NT-ZIP.
           IF CUST-NUM-IO NOT = SPACES
               MOVE CUST-NUM-IO TO CUST-NUM-MST
               PERFORM 232-LOAD-NOTICE-ADDRESS
           ELSE
               MOVE FNAME-IO TO NT-NAME
           END-IF.
           PERFORM 235-PRINT-NOTICE.
           IF WS-REL-OPEN
               PERFORM 240-NOTIFY-JOINT-OWNERS
           END-IF.

      *-----------------------------------------------------------------*

       232-LOAD-NOTICE-ADDRESS.
           READ CUST-MST-IN
               INVALID KEY
                   MOVE "** NO CUSTOMER RECORD **" TO NT-STREET
               NOT INVALID KEY
                   MOVE CUST-NAME-MST   TO NT-NAME
                   MOVE CUST-STREET-MST TO NT-STREET
                   MOVE CUST-CITY-MST   TO NT-CITY
                   MOVE CUST-STATE-MST  TO NT-STATE
                   MOVE CUST-ZIP-MST    TO NT-ZIP
           END-READ.

      *-----------------------------------------------------------------*

       235-PRINT-NOTICE.
           ADD 1 TO WS-NOTICE-CNT.
           WRITE NOTICE-REC FROM WS-NOTICE-NAME-LINE.
           WRITE NOTICE-REC FROM WS-NOTICE-ADDR-1.
           WRITE NOTICE-REC FROM WS-NOTICE-ADDR-2.
           MOVE BLANK-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.

      *-----------------------------------------------------------------*
      *    EVERY JOINT OWNER GETS THEIR OWN COPY AT THEIR OWN ADDRESS.
      *    THE MASTER CUSTOMER WAS NOTIFIED ABOVE AND IS SKIPPED IF
      *    THEY ALSO APPEAR ON THE LINK FILE.

       240-NOTIFY-JOINT-OWNERS.
           MOVE "N" TO WS-REL-EOF-FLAG.
           MOVE ACC-NUM-IO TO REL-ACC-NUM.
           MOVE LOW-VALUES TO REL-CUST-NUM.
           START REL-IN KEY NOT < REL-KEY
               INVALID KEY MOVE "Y" TO WS-REL-EOF-FLAG
           END-START.
           IF NOT WS-REL-EOF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-REL-EOF OR REL-ACC-NUM NOT = ACC-NUM-IO
               IF REL-IS-JOINT AND REL-CUST-NUM NOT = CUST-NUM-IO
                   MOVE SPACES TO NT-NAME NT-STREET NT-CITY NT-STATE
                       NT-ZIP
                   MOVE REL-CUST-NUM TO CUST-NUM-MST
                   PERFORM 232-LOAD-NOTICE-ADDRESS
                   PERFORM 235-PRINT-NOTICE
               END-IF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*
      *    PASS 2 - ON CONFIRMATION EACH SELECTED ACCOUNT IS ZEROED
      *    AND CLOSED IN PLACE, THE "E" TRANSACTION GOES TO THE
           CLOSE REGISTER-OUT.
           CLOSE YTD-TRANS-OUT.
           PERFORM 320-WRITE-GL-PAIR.
           PERFORM 325-WRITE-PAYABLE.
           DISPLAY "ACCOUNTS ESCHEATED = " WS-SEL-CNT.

      *-----------------------------------------------------------------*
                   MOVE "E" TO YTD-TYPE
                   MOVE ACC-BLNC-IO TO YTD-AMNT
                   MOVE SPACES TO YTD-XFER-ACC
                   MOVE SPACES TO YTD-CHECK-NUM
                   PERFORM 330-WRITE-YTD-REC
                   MOVE WS-RUN-DATE TO RG-DATE
                   MOVE ACC-NUM-IO TO RG-ACC-NUM
                   MOVE ACC-BLNC-IO TO RG-AMOUNT
                   WRITE REGISTER-REC
                   MOVE ZERO TO ACC-BLNC-IO
                   MOVE ZERO TO ACC-AVAIL-BLNC-IO
                   MOVE "C" TO ACC-STATUS-IO
                   MOVE WS-RD-YR TO LST-TRN-YR-IO
                   MOVE WS-RD-MNTH TO LST-TRN-MNTH-IO
           MOVE WS-GL-ESCHEAT-ACCT TO GL-CREDIT-ACCT.
           WRITE GL-DETAIL-REC.
           CLOSE BANK-GL-OUT.

      *-----------------------------------------------------------------*
      *    THE STATE IS OWED THE TOTAL ESCHEATED - ONE PAYABLE, DUE
      *    TODAY, THAT RELIEVES THE ESCHEAT LIABILITY WHEN PAID.

       325-WRITE-PAYABLE.
           OPEN EXTEND PAYABLE-OUT.
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT PAYABLE-OUT
               CLOSE PAYABLE-OUT
               OPEN EXTEND PAYABLE-OUT
           END-IF.
           MOVE SPACES TO AP-VENDOR-ID.
           MOVE "UNCLAIMED PROPERTY" TO AP-PAYEE.
           MOVE "ESCHEAT" TO AP-SOURCE.
           MOVE WS-RUN-DATE TO AP-REFERENCE.
           MOVE "UNCLAIMED PROPERTY REMITTANCE" TO AP-DESCRIPTION.
           MOVE WS-RUN-DATE TO AP-ENTRY-DATE AP-DUE-DATE.
           MOVE WS-TOTAL-ESCHEAT TO AP-AMOUNT.
           MOVE WS-GL-ESCHEAT-ACCT TO AP-GL-ACCT.
           MOVE "00" TO AP-BRANCH.
           MOVE "O" TO AP-STATUS.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE SPACE TO AP-PAY-METHOD.
           MOVE SPACES TO AP-PAY-REF.
           WRITE PAYABLE-REC.
           CLOSE PAYABLE-OUT.

      *        DSB-RPT-ARCHIVE LIKE THE OTHER NIGHTLY REPORTS, SO
      *        "WHAT IS THIS CHARGE" CALLS ARE ANSWERED FROM A MAILED
      *        STATEMENT INSTEAD OF A HAND SEARCH OF THE DETAIL FILE.
      *    A WITHDRAWAL THAT CLEARED AS A CHECK PRINTS "CHECK" AND
      *        ITS NUMBER IN PLACE OF THE "TRANSACTION" LABEL.
      *    EACH ACCOUNT SECTION NAMES ITS OWNERS - THE PRIMARY FROM THE
      *        MASTER AND EVERY JOINT OWNER ON DSB-ACCT-REL.TXT - SO A
      *        JOINT ACCOUNT'S STATEMENT CARRIES EVERY OWNER'S NAME.
      *    EACH CUSTOMER'S STATEMENT IS ALSO ADDED AS ONE PIECE TO THE
      *        COMMON MAIL FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN
      *        MAILS IT.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

                                       RECORD KEY IS CUST-NUM-MST
                                       FILE STATUS IS WS-CUST-STATUS.

           SELECT REL-IN               ASSIGN "DSB-ACCT-REL.TXT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS REL-KEY
                                       ALTERNATE RECORD KEY IS
                                           REL-CUST-NUM WITH DUPLICATES
                                       FILE STATUS IS WS-REL-STATUS.

           SELECT TRANS-IN             ASSIGN "MT-YTD-TRANS-DETAIL.TXT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

       SD  SRT-WORK.
       01  SRT-REC.
           03  FILLER                  PIC X(10).
           03  SRT-CUST-NUM            PIC X(5).
           03  FILLER                  PIC X(5).
           03  FILLER                  PIC X(43).

       FD  SORTED-MST.
       01  REC-SORTED                  PIC X(115).

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

       FD  TRANS-IN.
       01  TRX-REC.
           03  TRX-TYPE                PIC X.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-CHECK-NUM           PIC X(8).

       FD  STMT-OUT.
       01  STMT-REC                    PIC X(80).

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

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-REL-OPEN-FLAG            PIC X VALUE "N".
           88  WS-REL-OPEN                   VALUE "Y".
       01  WS-REL-EOF-FLAG             PIC X VALUE "N".
           88  WS-REL-EOF                    VALUE "Y".

           COPY DSB-EOF-EXCPT.

               05  WS-TT-DY            PIC 9(2).
               05  WS-TT-TYPE          PIC X.
               05  WS-TT-AMNT          PIC 9(6)V99.
               05  WS-TT-CHECK-NUM     PIC X(8).

       01  WS-CUST-HDR.
           03  FILLER                  PIC X(29) VALUE
           03  WS-HDR-FNAME            PIC X(10).
           03  WS-HDR-LNAME            PIC X(10).

       01  WS-OWNER-LINE.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  WS-OL-ROLE              PIC X(15).
           03  WS-OL-CUST-NUM          PIC X(5).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  WS-OL-NAME              PIC X(20).

       01  WS-STMT-LINE.
           03  WS-SL-LABEL             PIC X(20).
           03  WS-SL-DATE.
           03  WS-SL-TYPE              PIC X(12).
           03  WS-SL-AMOUNT            PIC -ZZZ,ZZ9.99.

       01  WS-CHECK-LABEL.
           03  FILLER                  PIC X(6)  VALUE "CHECK ".
           03  WS-CL-CHECK-NUM         PIC X(8).
           03  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-STMT-BAL-LINE.
           03  WS-BAL-LABEL            PIC X(20).
           03  WS-BAL-AMOUNT           PIC -ZZZ,ZZ9.99.

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-STMT-CYCLE".

           COPY DSB-STEP-PARM.
           COPY DSB-MAIL-PARM.

       01  WS-OPERATOR-ID              PIC X(10) VALUE "DSBNITE".
       01  WS-START-TIME               PIC X(8).
       01  WS-START-TIME-RAW           PIC 9(8).
       PROCEDURE DIVISION.

       100-MAIN.
           MOVE "C" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           IF WS-STEP-DONE
               GOBACK
           END-IF.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           PERFORM 130-SET-MONTH-END.
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           SORT SRT-WORK ON ASCENDING KEY SRT-CUST-NUM SRT-ACC-NUM
               USING MST-IN
               GIVING SORTED-MST.
           PERFORM 110-LOAD-MONTH-TRANSACTIONS.
           OPEN INPUT  SORTED-MST.
           OPEN INPUT  CUST-MST-IN.
           OPEN INPUT  REL-IN.
           IF WS-REL-STATUS = "00"
               MOVE "Y" TO WS-REL-OPEN-FLAG
           END-IF.
           OPEN OUTPUT STMT-OUT.
           READ SORTED-MST INTO REC-IN
               AT END MOVE "Y" TO WS-EOF-FLAG.
           DISPLAY "ACCOUNT SECTIONS         = " WS-ACCT-CNTR.
           CLOSE SORTED-MST.
           CLOSE CUST-MST-IN.
           IF WS-REL-OPEN
               CLOSE REL-IN
           END-IF.
           CLOSE STMT-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-STMT-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      ******************************************************************
                   MOVE TRX-DY      TO WS-TT-DY(WS-TRX-CNT)
                   MOVE TRX-TYPE    TO WS-TT-TYPE(WS-TRX-CNT)
                   MOVE TRX-AMNT    TO WS-TT-AMNT(WS-TRX-CNT)
                   MOVE TRX-CHECK-NUM
                       TO WS-TT-CHECK-NUM(WS-TRX-CNT)
               END-IF
               READ TRANS-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-TRX-EOF-FLAG
               MOVE ALL "=" TO STMT-REC
               WRITE STMT-REC
           END-IF.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "STMT" TO WS-MAIL-DOC-TYPE.
           MOVE "B" TO WS-MAIL-SYSTEM.
           MOVE CUST-NUM-IN TO WS-MAIL-RECIP-ID.
           MOVE CUST-NAME-MST TO WS-MAIL-RECIP-NAME.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE CUST-NUM-IN TO WS-CH-CUST-NUM.
           MOVE CUST-NAME-MST   TO WS-CH-CUST-NAME.
           MOVE CUST-STREET-MST TO WS-CA-STREET.
           MOVE CUST-ZIP-MST    TO WS-CA-ZIP.
           MOVE WS-CUST-HDR TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE WS-CUST-ADDR-1 TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE WS-CUST-ADDR-2 TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

      ******************************************************************

           MOVE LNAME-IN   TO WS-HDR-LNAME.
           MOVE WS-STMT-HDR TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           PERFORM 225-PRINT-ACCOUNT-OWNERS.

           PERFORM 230-PRINT-TRANSACTION
               VARYING WS-TRX-IDX FROM 1 BY 1
           MOVE WS-BEGIN-BALANCE  TO WS-BAL-AMOUNT.
           MOVE WS-STMT-BAL-LINE  TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

           MOVE "CLOSING BALANCE"  TO WS-BAL-LABEL.
           MOVE ACC-BLNC-IN        TO WS-BAL-AMOUNT.
           MOVE WS-STMT-BAL-LINE   TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

      ******************************************************************
      *    THE STATEMENT CUSTOMER IS THE PRIMARY OWNER. JOINT OWNERS
      *    COME FROM THE LINK FILE; POD BENEFICIARIES AND SIGNERS DO
      *    NOT OWN THE ACCOUNT AND ARE NOT PRINTED.

       225-PRINT-ACCOUNT-OWNERS.
           MOVE "PRIMARY OWNER" TO WS-OL-ROLE.
           MOVE CUST-NUM-IN     TO WS-OL-CUST-NUM.
           MOVE WS-CH-CUST-NAME TO WS-OL-NAME.
           MOVE WS-OWNER-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.
           IF WS-REL-OPEN
               MOVE "N" TO WS-REL-EOF-FLAG
               MOVE ACC-NUM-IN TO REL-ACC-NUM
               MOVE LOW-VALUES TO REL-CUST-NUM
               START REL-IN KEY NOT < REL-KEY
                   INVALID KEY MOVE "Y" TO WS-REL-EOF-FLAG
               END-START
               IF NOT WS-REL-EOF
                   READ REL-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-REL-EOF-FLAG
                   END-READ
               END-IF
               PERFORM UNTIL WS-REL-EOF OR REL-ACC-NUM NOT = ACC-NUM-IN
                   IF REL-IS-JOINT AND REL-CUST-NUM NOT = CUST-NUM-IN
                       PERFORM 227-PRINT-JOINT-OWNER
                   END-IF
                   READ REL-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-REL-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************

       227-PRINT-JOINT-OWNER.
           MOVE "JOINT OWNER"  TO WS-OL-ROLE.
           MOVE REL-CUST-NUM   TO WS-OL-CUST-NUM.
           MOVE REL-CUST-NUM   TO CUST-NUM-MST.
           READ CUST-MST-IN
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO WS-OL-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME-MST TO WS-OL-NAME
           END-READ.
           MOVE WS-OWNER-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-STMT-LINE.

      ******************************************************************

       230-PRINT-TRANSACTION.
           IF WS-TT-ACC-NUM(WS-TRX-IDX) = ACC-NUM-IN
               MOVE "TRANSACTION" TO WS-SL-LABEL
               IF WS-TT-CHECK-NUM(WS-TRX-IDX) NOT = SPACES
                   MOVE WS-TT-CHECK-NUM(WS-TRX-IDX) TO WS-CL-CHECK-NUM
                   MOVE WS-CHECK-LABEL TO WS-SL-LABEL
               END-IF
               MOVE WS-TT-MNTH(WS-TRX-IDX) TO WS-SL-MNTH
               MOVE WS-TT-DY(WS-TRX-IDX)   TO WS-SL-DY
               MOVE WS-TT-YR(WS-TRX-IDX)   TO WS-SL-YR
                       MOVE "ESCHEATED" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)
                           FROM WS-NET-ACTIVITY
                   WHEN "B"
                       MOVE "BACKUP W/H" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)
                           FROM WS-NET-ACTIVITY
                   WHEN "X"
                       MOVE "TRANSFER OUT" TO WS-SL-TYPE
                       SUBTRACT WS-TT-AMNT(WS-TRX-IDX)
               END-EVALUATE
               MOVE WS-STMT-LINE TO STMT-REC
               WRITE STMT-REC
               PERFORM 900-MAIL-STMT-LINE
           END-IF.

      ******************************************************************
      *    EVERY STATEMENT LINE AFTER THE CUSTOMER'S SEPARATOR ALSO
      *    GOES TO THE CUSTOMER'S PIECE ON THE COMMON MAIL FILE.

       900-MAIL-STMT-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE STMT-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

      *        UNDER ITS OWN ACCOUNT NUMBER SO NOTHING SLIPS THE
      *        REPORT BY BEING UNLINKED. RUNS AS A STANDING STEP IN
      *        THE NIGHTLY STREAM, NOT SOMETHING ANYONE REMEMBERS.
      *        A JOINT ACCOUNT'S CASH COUNTS IN FULL TOWARD EVERY
      *        OWNER - THE PRIMARY ON THE MASTER AND EACH JOINT OWNER
      *        ON DSB-ACCT-REL.TXT - SINCE ANY ONE OF THEM COULD HAVE
      *        CARRIED IT TO THE WINDOW.
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
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

       SELECT RPT-OUT          ASSIGN "MT-LARGE-CASH-RPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  MST-IN.
       01  REC-IN.
           03  CD-RATE-IN              PIC V9(4).
           03  CD-ROLLOVER-IN          PIC X.
           03  ACC-BRANCH-IN           PIC X(2).
           03  ACC-AVAIL-BLNC-IN       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IN        PIC 9(8).

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

       FD  RPT-OUT.
       01  RPT-REC                     PIC X(80).
       01  WS-TRANS-STATUS             PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-REL-OPEN-FLAG            PIC X VALUE "N".
           88  WS-REL-OPEN                   VALUE "Y".
       01  WS-REL-EOF-FLAG             PIC X VALUE "N".
           88  WS-REL-EOF                    VALUE "Y".

           COPY DSB-EOF-EXCPT.


       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-LARGE-CASH".

           COPY DSB-STEP-PARM.

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
           OPEN INPUT MST-IN.
           OPEN INPUT CUST-MST-IN.
           OPEN INPUT REL-IN.
           IF WS-REL-STATUS = "00"
               MOVE "Y" TO WS-REL-OPEN-FLAG
           END-IF.
           OPEN INPUT TRANS-IN.
           IF WS-TRANS-STATUS = "35"
               DISPLAY "MT-TRANS-DETAIL.TXT NOT FOUND - NOTHING TO "
           CLOSE RPT-OUT.
           CLOSE MST-IN.
           CLOSE CUST-MST-IN.
           IF WS-REL-OPEN
               CLOSE REL-IN
           END-IF.
           DISPLAY "CUSTOMERS OVER THRESHOLD = " WS-RPT-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-RPT-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
           ELSE
               MOVE CUST-NUM-IN TO WS-CUS-KEY
           END-IF.
           PERFORM 215-POST-TO-CUSTOMER.
           IF WS-REL-OPEN
               PERFORM 212-ROLL-UP-TO-JOINT-OWNERS
           END-IF.

      *-----------------------------------------------------------------*
      *    THE PRIMARY HAS ALREADY BEEN CREDITED FROM THE MASTER, SO
      *    ONLY JOINT OWNERS OTHER THAN THE MASTER CUSTOMER ARE ADDED
      *    HERE. POD BENEFICIARIES AND SIGNERS DO NOT OWN THE MONEY.

       212-ROLL-UP-TO-JOINT-OWNERS.
           MOVE "N" TO WS-REL-EOF-FLAG.
           MOVE TRX-ACC-NUM TO REL-ACC-NUM.
           MOVE LOW-VALUES TO REL-CUST-NUM.
           START REL-IN KEY NOT < REL-KEY
               INVALID KEY MOVE "Y" TO WS-REL-EOF-FLAG
           END-START.
           IF NOT WS-REL-EOF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-IF.
           PERFORM UNTIL WS-REL-EOF OR REL-ACC-NUM NOT = TRX-ACC-NUM
               IF REL-IS-JOINT AND REL-CUST-NUM NOT = CUST-NUM-IN
                   MOVE REL-CUST-NUM TO WS-CUS-KEY
                   PERFORM 215-POST-TO-CUSTOMER
               END-IF
               READ REL-IN NEXT RECORD
                   AT END MOVE "Y" TO WS-REL-EOF-FLAG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------*

       215-POST-TO-CUSTOMER.
           MOVE "N" TO WS-CUS-FOUND-FLAG.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-FOUND OR WS-CUS-IDX > WS-CUS-CNT

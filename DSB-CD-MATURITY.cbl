      *        (ROLLOVER "T") THROUGH MT-TRANS-ENTRY.TXT SO IT POSTS
      *        LIKE ANY OTHER ACTIVITY. CDS MATURING WITHIN THE NEXT
      *        TWO WEEKS GET A NOTICE ROW ON MT-CD-NOTICES.TXT SO THE
      *        BRANCH CAN CALL THE CUSTOMER AHEAD OF THE DATE. THE
      *        CUSTOMER IS ALSO MAILED A MATURITY NOTICE THE NIGHT THE
      *        CD COMES INTO THE TWO-WEEK WINDOW, THROUGH THE COMMON
      *        MAIL FILE (DSB-MAIL-OUT / DSB-MAIL-RUN).
      *    RUNS UNDER DSB-STEP-CTL - WHEN A FAILED DSBNITE IS
      *        RESUBMITTED THIS STEP IS SKIPPED IF IT ALREADY
      *        COMPLETED FOR THE PROCESSING DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.

               88  CD-ROLLS-IO                     VALUE "R".
               88  CD-TRANSFERS-IO                 VALUE "T".
           03  ACC-BRANCH-IO           PIC X(2).
           03  ACC-AVAIL-BLNC-IO       PIC S9(6)V99
                                       SIGN IS TRAILING SEPARATE.
           03  ACC-OPEN-DATE-IO        PIC 9(8).

       FD  RATE-TABLE-IN.
       01  RATE-REC.
           03  TRX-AMNT                PIC 9(6)V99.
           03  TRX-XFER-ACC            PIC X(5).
           03  TRX-BRANCH              PIC X(2).
           03  TRX-CHECK-NUM           PIC X(8).
           03  TRX-CASH-IND            PIC X.
               88  TRX-IS-CASH                     VALUE "C".
           03  TRX-TELLER-ID           PIC X(10).

       FD  NOTICE-OUT.
       01  NOTICE-REC.

       01  BLANK-LINE                  PIC X VALUE SPACE.

      *    THE MAILED NOTICE - ONE PIECE TO THE CD'S CUSTOMER.
       01  WS-CD-LETTER-1              PIC X(80) VALUE
           "CERTIFICATE OF DEPOSIT MATURITY NOTICE".
       01  WS-CD-LETTER-2.
           03  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           03  CL-ACC-NUM              PIC X(5).
           03  FILLER                  PIC X(10) VALUE "  MATURES ".
           03  CL-MAT-MNTH             PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  CL-MAT-DY               PIC 99.
           03  FILLER                  PIC X VALUE "/".
           03  CL-MAT-YR               PIC 9(4).
           03  FILLER                  PIC X(10) VALUE "  BALANCE ".
           03  CL-BALANCE              PIC $ZZZ,ZZ9.99.
       01  WS-CD-LETTER-3.
           03  FILLER                  PIC X(14) VALUE "AT MATURITY - ".
           03  CL-ACTION               PIC X(40).
       01  WS-CD-LETTER-4              PIC X(80) VALUE
           "TO MAKE A CHANGE CALL YOUR BRANCH BEFORE MATURITY.".

       01  WS-PROGRAM-NAME             PIC X(20)
                                       VALUE "DSB-CD-MATURITY".

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
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 110-LOAD-RATE-TABLE.
           CLOSE MST-IO.
           CLOSE TRANS-ENTRY-OUT.
           CLOSE NOTICE-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           CLOSE RPT-OUT.
           DISPLAY "CDS ROLLED       = " WS-ROLL-CNTR.
           DISPLAY "CDS TRANSFERRED  = " WS-XFER-CNTR.
               WS-START-TIME WS-ROLL-CNTR
               WS-END-STATUS.
           DISPLAY "PROGRAM END".
           MOVE "D" TO WS-STEP-ACTION.
           CALL "DSB-STEP-CTL" USING WS-STEP-ACTION WS-PROGRAM-NAME
               WS-STEP-DATE WS-STEP-RC WS-STEP-DONE-FLAG.
           GOBACK.

      *-----------------------------------------------------------------*
                   MOVE ACC-BLNC-IO TO TRX-AMNT
                   MOVE ACC-LINKED-IO TO TRX-XFER-ACC
                   MOVE ACC-BRANCH-IO TO TRX-BRANCH
                   MOVE SPACES TO TRX-CHECK-NUM TRX-CASH-IND
                       TRX-TELLER-ID
                   WRITE TRX-REC
               END-IF
               MOVE ZERO TO CD-MAT-DATE-IO
               MOVE "WILL ROLL AT MATURITY" TO NT-ACTION
           END-IF.
           WRITE NOTICE-REC.
           IF WS-DAYS-TO-MAT = WS-NOTICE-DAYS
               PERFORM 260-MAIL-NOTICE
           END-IF.

      *-----------------------------------------------------------------*
      *    THE BRANCH CALL LIST REPEATS EVERY NIGHT OF THE TWO WEEKS;
      *    THE CUSTOMER IS MAILED ONCE, THE NIGHT THE CD COMES INTO
      *    THE WINDOW.

       260-MAIL-NOTICE.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "CDMT" TO WS-MAIL-DOC-TYPE.
           MOVE "B" TO WS-MAIL-SYSTEM.
           MOVE CUST-NUM-IO TO WS-MAIL-RECIP-ID.
           MOVE SPACES TO WS-MAIL-RECIP-NAME.
           STRING FNAME-IO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LNAME-IO DELIMITED BY SIZE
               INTO WS-MAIL-RECIP-NAME
           END-STRING.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE ACC-NUM-IO TO CL-ACC-NUM.
           MOVE CD-MAT-DATE-IO TO WS-MAT-DATE-BRK.
           MOVE WS-MD-MNTH TO CL-MAT-MNTH.
           MOVE WS-MD-DY TO CL-MAT-DY.
           MOVE WS-MD-YR TO CL-MAT-YR.
           MOVE ACC-BLNC-IO TO CL-BALANCE.
           IF CD-TRANSFERS-IO
               MOVE "PROCEEDS TRANSFER TO YOUR LINKED ACCOUNT"
                   TO CL-ACTION
           ELSE
               MOVE "RENEWS FOR THE SAME TERM AT THE CURRENT RATE"
                   TO CL-ACTION
           END-IF.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE WS-CD-LETTER-1 TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE SPACES TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE WS-CD-LETTER-2 TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE WS-CD-LETTER-3 TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE SPACES TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE WS-CD-LETTER-4 TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

      *        ACTUAL DISBURSEMENTS OVER TWELVE PLUS ANY SHORTAGE
      *        SPREAD OVER TWELVE - ON A BORROWER DISCLOSURE
      *        STATEMENT AND AN OFFICE ANALYSIS REGISTER.
      *    EACH DISCLOSURE IS ALSO ADDED AS ONE PIECE TO THE COMMON MAIL
      *        FILE THROUGH DSB-MAIL-OUT, AND DSB-MAIL-RUN MAILS IT TO
      *        THE BORROWING CUSTOMER'S ADDRESS.
      ******************************************************************
       IDENTIFICATION DIVISION.

           03  LOAN-LATE-CHGS      PIC 9(5)V99.
           03  LOAN-ESCROW-BAL     PIC S9(7)V99
                               SIGN IS TRAILING SEPARATE.
           03  LOAN-APP-NUM        PIC X(7).
           03  LOAN-FORB-THRU      PIC 9(6).
           03  LOAN-MOD-CNT        PIC 9(2).
           03  LOAN-CHGOFF-DATE    PIC 9(8).
           03  LOAN-CHGOFF-PRINC   PIC 9(7)V99.
           03  LOAN-CHGOFF-INT     PIC 9(7)V99.
           03  LOAN-RECOVERED      PIC 9(7)V99.
           03  LOAN-LAST-LATE      PIC 9(5)V99.

       FD  DISB-IN.
       01  DISB-REC.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-OUT-CNTR                 PIC 9(7) VALUE ZERO.

           COPY DSB-MAIL-PARM.

       COPY DSB-RPT-HDR.

      ******************************************************************
           ACCEPT WS-START-TIME-RAW FROM TIME.
           MOVE WS-START-TIME-RAW TO WS-START-TIME.
           CALL "DSB-PROC-DATE" USING WS-RUN-DATE.
           MOVE WS-PROGRAM-NAME TO WS-MAIL-SOURCE.
           PERFORM 110-LOAD-DISBURSEMENTS.
           OPEN INPUT LOAN-MST.
           IF WS-LOAN-MST-STATUS = "35"
           CLOSE LOAN-MST.
           CLOSE RPT-OUT.
           CLOSE STMT-OUT.
           MOVE "E" TO WS-MAIL-ACTION.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           DISPLAY "LOANS ANALYZED = " WS-OUT-CNTR.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-OUT-CNTR
      *-----------------------------------------------------------------*

       220-WRITE-DISCLOSURE.
           MOVE "B" TO WS-MAIL-ACTION.
           MOVE "ESCR" TO WS-MAIL-DOC-TYPE.
           MOVE "N" TO WS-MAIL-SYSTEM.
           MOVE LOAN-NUM-MST TO WS-MAIL-RECIP-ID.
           MOVE LOAN-BORROWER TO WS-MAIL-RECIP-NAME.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.
           MOVE LOAN-BORROWER TO DC-BORROWER.
           MOVE LOAN-NUM-MST TO DC-LOAN-NUM.
           WRITE STMT-REC FROM WS-DISC-LINE-1.
           PERFORM 900-MAIL-DISC-LINE.
           MOVE WS-COLLECTED TO DC-COLLECTED.
           WRITE STMT-REC FROM WS-DISC-LINE-2.
           PERFORM 900-MAIL-DISC-LINE.
           MOVE WS-DISBURSED TO DC-DISBURSED.
           WRITE STMT-REC FROM WS-DISC-LINE-3.
           PERFORM 900-MAIL-DISC-LINE.
           IF LOAN-ESCROW-BAL < ZERO
               MOVE WS-SHORTAGE TO DC-SHORTAGE
           ELSE
               COMPUTE DC-SHORTAGE = ZERO - LOAN-ESCROW-BAL
           END-IF.
           WRITE STMT-REC FROM WS-DISC-LINE-4.
           PERFORM 900-MAIL-DISC-LINE.
           MOVE WS-NEW-MONTHLY TO DC-NEW-MONTHLY.
           WRITE STMT-REC FROM WS-DISC-LINE-5.
           PERFORM 900-MAIL-DISC-LINE.
           MOVE BLANK-LINE TO STMT-REC.
           WRITE STMT-REC.
           PERFORM 900-MAIL-DISC-LINE.

      *-----------------------------------------------------------------*
      *    EVERY DISCLOSURE LINE ALSO GOES TO THE BORROWER'S PIECE ON
      *    THE COMMON MAIL FILE.

       900-MAIL-DISC-LINE.
           MOVE "L" TO WS-MAIL-ACTION.
           MOVE STMT-REC TO WS-MAIL-LINE.
           CALL "DSB-MAIL-OUT" USING WS-MAIL-PARM.

      *        WHAT IT POSTS THROUGH DSB-PERIOD-CHECK, SO A
      *        LATE-KEYED RECEIPT OR A BACKDATED TELLER BATCH CAN NO
      *        LONGER LAND IN A MONTH ACCOUNTING HAS ALREADY CLOSED.
      *    A PERIOD LOCKED ("L") BY THE FISCAL YEAR-END CLOSE
      *        (DSB-YEAR-CLOSE) CAN NEITHER BE REOPENED NOR RE-KEYED
      *        HERE - ITS BALANCES HAVE BEEN CARRIED INTO THE NEXT
      *        YEAR.
      *    A PERIOD IS CLOSED ONLY AFTER DSB-GL-RECON HAS FILED IT ON
      *        DSB-GL-RECON-HIST.TXT AS RECONCILED - EVERY CONTROL
      *        ACCOUNT TIED TO ITS SUBLEDGER. REOPENING IS NOT GATED.
      ******************************************************************
       IDENTIFICATION DIVISION.

       SELECT CTL-TEMP         ASSIGN "DSB-period-ctl.tmp"
                               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECON-HIST-IN    ASSIGN "DSB-GL-RECON-HIST.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RCH-STATUS.

      ******************************************************************
       DATA DIVISION.

       FD  CTL-TEMP.
       01  CTL-TEMP-REC                PIC X(7).

       FD  RECON-HIST-IN.
       01  RECON-HIST-REC.
           03  RCH-PERIOD              PIC 9(6).
           03  FILLER                  PIC X.
           03  RCH-RUN-DATE            PIC 9(8).
           03  FILLER                  PIC X.
           03  RCH-OPERATOR            PIC X(10).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-RCH-STATUS               PIC XX.

           COPY DSB-EOF-EXCPT.

       01  WS-KEY-STATUS               PIC X.
       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-LOCKED-FLAG              PIC X VALUE "N".
           88  WS-PERIOD-LOCKED              VALUE "Y".
       01  WS-RECON-FLAG               PIC X VALUE "N".
           88  WS-PERIOD-RECONCILED          VALUE "Y".
       01  WS-CONFIRM                  PIC X.

       01  WS-PROGRAM-NAME             PIC X(20)
           ELSE
               MOVE "C" TO WS-KEY-STATUS
           END-IF.
           PERFORM 150-CHECK-LOCKED.
           IF WS-PERIOD-LOCKED
               DISPLAY "PERIOD " WS-KEY-PERIOD " IS LOCKED BY THE "
                   "FISCAL YEAR-END CLOSE - PERIOD CONTROL UNCHANGED"
               MOVE "REFUSED" TO WS-END-STATUS
               CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
                   WS-OPERATOR-ID WS-START-TIME WS-TRANS-CNTR
                   WS-END-STATUS
               DISPLAY "PROGRAM END"
               GOBACK
           END-IF.
           IF WS-KEY-STATUS = "C"
               PERFORM 160-CHECK-RECON
               IF NOT WS-PERIOD-RECONCILED
                   DISPLAY "PERIOD " WS-KEY-PERIOD " HAS NO CLEAN "
                       "CONTROL ACCOUNT RECONCILIATION ON FILE - RUN "
                       "DSB-GL-RECON - PERIOD CONTROL UNCHANGED"
                   MOVE "REFUSED" TO WS-END-STATUS
                   CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME
                       WS-OPERATOR-ID WS-START-TIME WS-TRANS-CNTR
                       WS-END-STATUS
                   DISPLAY "PROGRAM END"
                   GOBACK
               END-IF
           END-IF.
           DISPLAY "CONFIRM THE BALANCING SUMMARY HAS TIED OUT "
               "FOR THE PERIOD - PROCEED? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           DISPLAY "PROGRAM END".
           GOBACK.

      *-----------------------------------------------------------------*

       150-CHECK-LOCKED.
           MOVE "N" TO WS-LOCKED-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ PERIOD-CTL-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PD-PERIOD = WS-KEY-PERIOD AND PD-STATUS = "L"
                       MOVE "Y" TO WS-LOCKED-FLAG
                   END-IF
                   READ PERIOD-CTL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    DSB-GL-RECON FILES A MONTH ONLY WHEN EVERY CONTROL ACCOUNT
      *    TIES, SO ANY ROW FOR THE PERIOD WILL DO.

       160-CHECK-RECON.
           MOVE "N" TO WS-RECON-FLAG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT RECON-HIST-IN.
           IF WS-RCH-STATUS = "00"
               READ RECON-HIST-IN AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RCH-PERIOD = WS-KEY-PERIOD
                       MOVE "Y" TO WS-RECON-FLAG
                   END-IF
                   READ RECON-HIST-IN
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE RECON-HIST-IN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.

      *-----------------------------------------------------------------*
      *    ONE ROW PER PERIOD - AN EXISTING ROW FLIPS IN PLACE
      *    THROUGH A TEMP COPY-BACK, A NEW PERIOD APPENDS.

      *        "O" OUTSTANDING) THAT DSB-CHECK-RECON CLEARS, AGES,
      *        AND VOIDS AGAINST - THE SYSTEM FINALLY HEARS ABOUT A
      *        CHECK AFTER IT PRINTS.
      *    THE CHECK NUMBER IS ALSO STAMPED ON THE EMPLOYEE'S LATEST
      *        EARNINGS HISTORY RECORD (PAYROLL-EARN-HIST.TXT) SO AN
      *        INQUIRY OR STUB REPRINT SHOWS WHICH CHECK PAID THAT
      *        PAY DATE. AN ACH DEPOSIT ALREADY RECORDED THERE BY
      *        DSB-PAY-ACH STANDS. THE HISTORY RECORD IS FOUND BEFORE
      *        THE STUB PRINTS SO RETRO PAY FOR A BACK-DATED RATE
      *        CHANGE SHOWS AS ITS OWN EARNING LINE.
      *    THE RUN ENDS BY CALLING DSB-POS-PAY, WHICH SENDS THE BANK
      *        THE POSITIVE PAY ISSUE FILE FOR THE CHECKS JUST
      *        PRINTED, SO A CHECK THE BANK WAS NEVER TOLD ABOUT
      *        CANNOT CLEAR.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               RECORD KEY IS PCR-CHECK-NUM
                               FILE STATUS IS WS-REG-STATUS.

       SELECT PAY-HIST-IO      ASSIGN "PAYROLL-EARN-HIST.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PH-KEY
                               FILE STATUS IS WS-PH-STATUS.

      ******************************************************************
       DATA DIVISION.

                               SIGN IS TRAILING SEPARATE.
           03  EMP-SICK-BAL-IN     PIC S9(3)V99
                               SIGN IS TRAILING SEPARATE.
           03  EMP-DEPT-IN         PIC X(3).
           03  EMP-BIRTH-DATE-IN   PIC 9(8).
           03  EMP-YTD-401K-IN     PIC 9(7)V99.
           03  EMP-YTD-401K-ER-IN  PIC 9(7)V99.

       FD  CHECK-NUM-FILE.
       01  CHECK-NUM-REC.
               88  PCR-CLEARED           VALUE "C".
               88  PCR-VOID              VALUE "V".
           03  PCR-CLEAR-DATE      PIC 9(8).
           03  PCR-PP-SENT         PIC X.

       FD  PAY-HIST-IO.
           COPY DSB-PAY-HIST.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS           PIC XX.
       01  WS-CHKNUM-STATUS        PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-PH-STATUS            PIC XX.
       01  WS-PH-FOUND-FLAG        PIC X VALUE "N".
           88  WS-PH-FOUND               VALUE "Y".
       01  WS-PH-LAST-KEY          PIC X(14).

           COPY DSB-EOF-EXCPT.

       01  WS-STUB-LINE-2C.
           03  FILLER              PIC X(14) VALUE "  PREMIUM     ".
           03  ST-PREM             PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-2D.
           03  FILLER              PIC X(14) VALUE "  RETRO PAY   ".
           03  ST-RETRO            PIC $Z,ZZZ,ZZ9.99.
       01  WS-STUB-LINE-3.
           03  FILLER              PIC X(14) VALUE "FEDERAL W/H   ".
           03  ST-FED              PIC $ZZZ,ZZ9.99.
           03  WS-START-HS         PIC 99.
       01  WS-END-STATUS               PIC X(8) VALUE "NORMAL".
       01  WS-CHECK-CNTR           PIC 9(7) VALUE ZERO.
       01  WS-PP-ITEM-CNT          PIC 9(7) VALUE ZERO.

       COPY DSB-RPT-HDR.

               CLOSE CHECK-REG
               OPEN I-O CHECK-REG
           END-IF.
           OPEN I-O PAY-HIST-IO.
           PERFORM 120-PRINT-RUN-HEADER.
           PERFORM 200-CHECK-LOOP UNTIL WS-EOF.
           WRITE CHECK-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE EMP-MST-IN.
           CLOSE CHECK-OUT.
           CLOSE CHECK-REG.
           IF WS-PH-STATUS NOT = "35"
               CLOSE PAY-HIST-IO
           END-IF.
           PERFORM 300-PUT-BACK-CHECK-NUMBER.
           DISPLAY "CHECKS PRINTED = " WS-CHECK-CNTR.
           CALL "DSB-POS-PAY" USING WS-PP-ITEM-CNT.
           CALL "DSB-AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIME WS-CHECK-CNTR
               WS-END-STATUS.
           IF NOT EMP-TERMED-IN
               AND (WS-CUR-GROSS > ZERO OR EMP-NET-PAY-IN > ZERO)
               PERFORM 210-PRINT-CHECK-FACE
               PERFORM 240-RECORD-CHECK-IN-HISTORY
               PERFORM 220-PRINT-STUB
               PERFORM 230-WRITE-REGISTER-RECORD
               ADD 1 TO WS-NEXT-CHECK-NUM
           WRITE CHECK-REC FROM WS-STUB-LINE-2B.
           MOVE EMP-PREM-PAY-IN TO ST-PREM.
           WRITE CHECK-REC FROM WS-STUB-LINE-2C.
           IF WS-PH-FOUND AND PH-RETRO-PAY > ZERO
               MOVE PH-RETRO-PAY TO ST-RETRO
               WRITE CHECK-REC FROM WS-STUB-LINE-2D
           END-IF.
           MOVE EMP-FED-WH-IN TO ST-FED.
           WRITE CHECK-REC FROM WS-STUB-LINE-3.
           MOVE EMP-ST-WH-IN TO ST-ST.
           MOVE EMP-NET-PAY-IN TO PCR-AMOUNT.
           MOVE "O" TO PCR-STATUS.
           MOVE ZERO TO PCR-CLEAR-DATE.
           MOVE SPACE TO PCR-PP-SENT.
           WRITE CHECK-REG-REC
               INVALID KEY
                   DISPLAY "CHECK " PCR-CHECK-NUM " ALREADY ON THE "
                       "REGISTER - NOT RE-RECORDED"
           END-WRITE.

      *-----------------------------------------------------------------*

      *    THE EMPLOYEE'S HISTORY RECORDS ARE READ FORWARD FROM THE
      *    FIRST PAY DATE ON FILE; THE LAST ONE FOUND IS THE PAY DATE
      *    (WEEKLY OR SUPPLEMENTAL) THIS CHECK COVERS.
       240-RECORD-CHECK-IN-HISTORY.
           MOVE "N" TO WS-PH-FOUND-FLAG.
           IF WS-PH-STATUS = "35"
               DISPLAY "PAYROLL-EARN-HIST.TXT NOT FOUND - CHECK "
                   WS-NEXT-CHECK-NUM " NOT RECORDED IN HISTORY"
           ELSE
               MOVE EMP-ID-IN TO PH-EMP-ID
               MOVE ZERO TO PH-PAY-DATE
               MOVE SPACE TO PH-PAY-TYPE
               START PAY-HIST-IO KEY IS >= PH-KEY
                   INVALID KEY MOVE "23" TO WS-PH-STATUS
               END-START
               PERFORM UNTIL WS-PH-STATUS NOT = "00"
                   READ PAY-HIST-IO NEXT RECORD
                       AT END MOVE "10" TO WS-PH-STATUS
                   END-READ
                   IF WS-PH-STATUS = "00"
                       IF PH-EMP-ID = EMP-ID-IN
                           MOVE PH-KEY TO WS-PH-LAST-KEY
                           MOVE "Y" TO WS-PH-FOUND-FLAG
                       ELSE
                           MOVE "10" TO WS-PH-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PH-FOUND
                   MOVE WS-PH-LAST-KEY TO PH-KEY
                   READ PAY-HIST-IO
                       INVALID KEY MOVE "N" TO WS-PH-FOUND-FLAG
                   END-READ
               END-IF
               IF WS-PH-FOUND
                   IF NOT PH-PAID-BY-ACH
                       MOVE "C" TO PH-PAY-METHOD
                       MOVE WS-NEXT-CHECK-NUM TO PH-PAY-REF
                       REWRITE PAY-HIST-REC
                   END-IF
               ELSE
                   DISPLAY "NO EARNINGS HISTORY FOR EMPLOYEE "
                       EMP-ID-IN " - CHECK " WS-NEXT-CHECK-NUM
                       " NOT RECORDED"
               END-IF
               MOVE "00" TO WS-PH-STATUS
           END-IF.

      *-----------------------------------------------------------------*

       300-PUT-BACK-CHECK-NUMBER.

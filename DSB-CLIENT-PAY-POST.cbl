      *        CLIENT'S OLDEST OPEN ITEMS FIRST; A RECEIPT WITH NO
      *        OPEN ITEM OR MORE MONEY THAN THE CLIENT OWES GOES TO
      *        THE PAYMENT EXCEPTION LISTING FOR THE PARTNERS.
      *    THE PART OF EACH RECEIPT THAT RETIRES FEE ITEMS (NOT
      *        FINANCE CHARGES OR COST ADVANCES) IS LOGGED TO
      *        DSB-REALIZATION.TXT AGAINST THE CLIENT'S ATTORNEY ON
      *        THE BILLING MASTER FOR THE ATTORNEY REALIZATION REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.

                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-OI-STATUS.

       SELECT MST-IN           ASSIGN "CH0601.TXT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CLIENT-ID-IN
                               FILE STATUS IS WS-MST-STATUS.

       SELECT RLZ-OUT          ASSIGN "DSB-REALIZATION.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WS-RLZ-STATUS.

       SELECT EXCPT-OUT        ASSIGN "DSB-CLIENT-PAY-EXCPT.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL.

           03  OI-TYPE                 PIC X.
           03  OI-ADJ                  PIC 9(6)V99.

       FD  MST-IN.
       01  REC-IN.
           03  CLIENT-ID-IN        PIC X(5).
           03  INITIAL1-IN         PIC X.
           03  INITIAL2-IN         PIC X.
           03  LNAME-IN            PIC X(10).
           03  MONTH-IN            PIC X(2).
           03  YEAR-IN             PIC X(4).
           03  TRANS-AMOUNT-IN     PIC 9(6).
           03  ATTY-CD-IN          PIC X(3).
           03  TRANS-HOURS-IN      PIC 9(3)V99.
           03  CONFLICT-STAT-IN    PIC X.
           03  CONFLICT-OPER-IN    PIC X(10).
           03  CONFLICT-DATE-IN    PIC 9(8).
           03  EBILL-FLAG-IN       PIC X.
           03  MATTER-REF-IN       PIC X(20).

       FD  RLZ-OUT.
           COPY DSB-REALIZE.

       FD  EXCPT-OUT.
       01  EXCPT-REC                   PIC X(80).


       01  WS-RCPT-STATUS              PIC XX.
       01  WS-OI-STATUS                PIC XX.
       01  WS-MST-STATUS               PIC XX.
       01  WS-RLZ-STATUS               PIC XX.
       01  WS-MST-FILE-FLAG            PIC X VALUE "N".
           88  WS-MST-ON-HAND                VALUE "Y".

           COPY DSB-EOF-EXCPT.

       01  WS-OLDEST-IDX               PIC 9(3) VALUE ZERO.
       01  WS-ITEM-OPEN                PIC 9(6)V99 VALUE ZERO.
       01  WS-APPLY-AMT                PIC 9(6)V99 VALUE ZERO.
       01  WS-FEE-APPLIED              PIC 9(6)V99 VALUE ZERO.

       01  WS-EXCEPTION-ROW.
           03  EXC-CLIENT              PIC X(5).
           OPEN OUTPUT EXCPT-OUT.
           OPEN OUTPUT RPT-OUT.
           PERFORM 120-PRINT-REGISTER-HEADER.
           OPEN INPUT MST-IN.
           IF WS-MST-STATUS = "00"
               MOVE "Y" TO WS-MST-FILE-FLAG
           END-IF.
           OPEN EXTEND RLZ-OUT.
           IF WS-RLZ-STATUS = "35"
               OPEN OUTPUT RLZ-OUT
               CLOSE RLZ-OUT
               OPEN EXTEND RLZ-OUT
           END-IF.
           OPEN INPUT RCPT-IN.
           IF WS-RCPT-STATUS = "35"
               DISPLAY "DSB-CLIENT-RECEIPTS.TXT NOT FOUND - NO "
           END-IF.
           PERFORM 200-POST-LOOP THRU 200-EXIT UNTIL WS-EOF.
           CLOSE RCPT-IN.
           IF WS-MST-ON-HAND
               CLOSE MST-IN
           END-IF.
           CLOSE RLZ-OUT.
           WRITE RPT-REC FROM WS-RPT-FOOTER-LINE.
           CLOSE RPT-OUT.
           CLOSE EXCPT-OUT.
               GO TO 200-EXIT
           END-IF.
           MOVE RCPT-AMOUNT TO WS-REMAINING.
           MOVE ZERO TO WS-FEE-APPLIED.
      *    THE OPEN-ITEM FILE ARRIVES IN ATTORNEY/NAME ORDER, SO THE
      *    OLDEST OPEN ITEM IS HUNTED BY CONSULTATION YEAR AND MONTH
      *    EACH TIME - PAYMENTS REALLY DO RETIRE THE OLDEST FIRST.
           IF WS-REMAINING > ZERO
               PERFORM 230-WRITE-EXCEPTION
           END-IF.
           IF WS-FEE-APPLIED > ZERO
               PERFORM 240-WRITE-REALIZATION
           END-IF.
           COMPUTE WS-CT-VALUE-1 =
               WS-CT-VALUE-1 + RCPT-AMOUNT - WS-REMAINING.
           READ RCPT-IN AT END MOVE "Y" TO WS-EOF-FLAG.
               END-IF
               ADD WS-APPLY-AMT TO WS-OI-PAID(WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-AMT FROM WS-REMAINING
               IF WS-OI-TYPE(WS-OLDEST-IDX) NOT = "F"
                   AND WS-OI-TYPE(WS-OLDEST-IDX) NOT = "C"
                   ADD WS-APPLY-AMT TO WS-FEE-APPLIED
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
           ADD 1 TO WS-EXC-CNTR.
           ADD WS-REMAINING TO WS-CT-VALUE-2.

      *-----------------------------------------------------------------*

      *    OPEN ITEMS CARRY NO ATTORNEY, SO THE COLLECTION IS CREDITED
      *    TO THE CLIENT'S ATTORNEY ON THE BILLING MASTER, DATED AS
      *    THE MONEY WAS RECEIVED.

       240-WRITE-REALIZATION.
           MOVE SPACES TO ATTY-CD-IN.
           IF WS-MST-ON-HAND
               MOVE RCPT-CLIENT-ID TO CLIENT-ID-IN
               READ MST-IN
                   INVALID KEY
                       MOVE SPACES TO ATTY-CD-IN
               END-READ
           END-IF.
           MOVE ATTY-CD-IN TO RLZ-ATTY-CD.
           MOVE RCPT-CLIENT-ID TO RLZ-CLIENT-ID.
           MOVE WS-RCPT-DATE-NUM TO RLZ-DATE.
           MOVE "P" TO RLZ-SOURCE.
           MOVE ZERO TO RLZ-STANDARD RLZ-BILLED RLZ-WRITTEN-OFF.
           MOVE WS-FEE-APPLIED TO RLZ-COLLECTED.
           WRITE REALIZE-REC.

      *-----------------------------------------------------------------*

       300-REWRITE-OPEN-ITEMS.
